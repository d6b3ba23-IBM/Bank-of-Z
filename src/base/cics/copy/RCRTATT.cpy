      ******************************************************************
      *                                                                *
      *  Copyright IBM Corp. 2026                                      *
      *                                                                *
      *  Commarea for RCRTATT - a line manager's attestation of the    *
      *  OPERATOR_ROLE grants OPRRECRT has put on ACCESS_RECERT for    *
      *  them.                                                         *
      *                                                                *
      *  COMM-RCA-ACTION 'E' lists the grants awaiting the signed-on   *
      *  manager's attestation a page at a time in the CORRINQ         *
      *  skip-count style. 'C' confirms and 'R' revokes the grant      *
      *  COMM-RCA-OPID / COMM-RCA-ROLE; a revoked grant is taken off   *
      *  OPERATOR_ROLE there and then. Only the manager the grant was  *
      *  listed under may attest it, never for their own grant, and    *
      *  only until its deadline - otherwise fail code 'A'.            *
      *                                                                *
      ******************************************************************
          03 COMM-RCA-ACTION                 PIC X.
             88 RCA-CONFIRM                  VALUE 'C'.
             88 RCA-REVOKE                   VALUE 'R'.
             88 RCA-ENQUIRE                  VALUE 'E'.
          03 COMM-RCA-OPID                   PIC X(3).
          03 COMM-RCA-ROLE                   PIC X(4).
          03 COMM-RCA-LIST-START             PIC 9(4).
          03 COMM-RCA-LIST-MORE              PIC X.
             88 MORE-RCA-ROWS-FOLLOW         VALUE 'Y'.
             88 NO-MORE-RCA-ROWS             VALUE 'N'.
          03 COMM-RCA-LIST-COUNT             PIC 9(2).
          03 COMM-RCA-LIST-ENTRY OCCURS 10 TIMES.
             05 COMM-RCA-L-CYCLE             PIC X(6).
             05 COMM-RCA-L-OPID              PIC X(3).
             05 COMM-RCA-L-ROLE              PIC X(4).
             05 COMM-RCA-L-SCODE             PIC X(6).
             05 COMM-RCA-L-LAST-ACTIVE       PIC 9(8).
             05 COMM-RCA-L-REMOVAL           PIC X.
             05 COMM-RCA-L-DEADLINE          PIC 9(8).
          03 COMM-RCA-SUCCESS                PIC X.
             88 RCA-SUCCESS                  VALUE 'Y'.
          03 COMM-RCA-FAIL-CD                PIC X.
             88 RCA-BAD-ACTION               VALUE '1'.
             88 RCA-NO-KEY                   VALUE '2'.
             88 RCA-GRANT-NOT-FOUND          VALUE '5'.
             88 RCA-NOT-AUTHORISED           VALUE 'A'.
             88 RCA-DB2-ERROR                VALUE '8'.
