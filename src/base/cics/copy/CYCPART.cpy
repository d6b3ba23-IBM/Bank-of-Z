      ******************************************************************
      *                                                                *
      *  Copyright IBM Corp. 2026                                      *
      *                                                                *
      *  Partition control records for the statement-cycle jobs -     *
      *  ACCRINT, FEECHARG and ACCSTMT run as several copies at once, *
      *  each on a sort code range from its SYSIN cards. A partition  *
      *  copy opens its report with a PARTHDR record naming its       *
      *  range, closes it with one PARTTOT record per control total   *
      *  and a PARTEND record written only on a finish, and CYCMERGE  *
      *  reads the partition reports back in partition order,         *
      *  proving every partition is there and sums the totals into    *
      *  the single report. A run of the whole book writes none of    *
      *  these and its report is as it always was.                    *
      *                                                                *
      *  The records are the report's own 132-byte lines.             *
      *                                                                *
      ******************************************************************
          03 CYCP-REC-TYPE                   PIC X(8).
             88 CYCP-PART-HEADER             VALUE 'PARTHDR '.
             88 CYCP-PART-TOTAL              VALUE 'PARTTOT '.
             88 CYCP-PART-END                VALUE 'PARTEND '.
          03 CYCP-JOB                        PIC X(8).
          03 FILLER                          PIC X.
          03 CYCP-PART                       PIC 9(2).
          03 FILLER                          PIC X.
          03 CYCP-BODY                       PIC X(112).
          03 CYCP-HEADER-BODY REDEFINES CYCP-BODY.
             05 CYCP-SC-FROM                 PIC X(6).
             05 FILLER                       PIC X.
             05 CYCP-SC-TO                   PIC X(6).
             05 FILLER                       PIC X.
             05 CYCP-RUN-DATE                PIC 9(8).
             05 FILLER                       PIC X(90).
          03 CYCP-TOTAL-BODY REDEFINES CYCP-BODY.
             05 CYCP-TOTAL-LABEL             PIC X(30).
             05 FILLER                       PIC X.
             05 CYCP-TOTAL-VALUE             PIC 9(9).
             05 FILLER                       PIC X(72).
          03 CYCP-END-BODY REDEFINES CYCP-BODY.
             05 CYCP-END-ROWS                PIC 9(9).
             05 FILLER                       PIC X.
             05 CYCP-END-RC                  PIC 9(4).
             05 FILLER                       PIC X(98).
