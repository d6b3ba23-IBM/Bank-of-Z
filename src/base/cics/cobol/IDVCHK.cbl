      ******************************************************************
      *                                                                *
      *  Copyright IBM Corp. 2023                                      *
      *                                                                *
      ******************************************************************

      ******************************************************************
      * This program runs one electronic identity verification (ID&V)
      * exchange with the external provider for a new customer. The
      * applicant's name, date of birth, current and previous
      * addresses and tax id are put to the provider's request queue
      * as an MQ request naming our reply queue, and the provider's
      * verdict - pass, refer or fail, with its own reference and a
      * match score - is taken back off the reply queue by
      * correlation id.
      *
      * Both puts and gets are taken OUT of syncpoint: the request
      * must reach the provider before the caller's unit of work
      * ends, or the reply could never come back inside it.
      *
      * An MQ failure, or no reply within WS-REPLY-WAIT, comes back
      * as 'U' (unavailable) rather than an abend - onboarding must
      * not stop with the provider, the lesson the named counter
      * server taught - and the caller leaves the customer for the
      * IDVRETRY batch retry. A reply that arrives after the wait
      * has expired is left to expire on the reply queue.
      *
      * GOBACK rather than EXEC CICS RETURN, as in NAMEVAL, so the one
      * program serves EXEC CICS LINK from CRECUST and a CALL from the
      * CUSTLOAD and IDVRETRY batch jobs. Under CICS the MQCONN is
      * satisfied by the region's existing connection; in batch the
      * connection is made on the first call and kept until the
      * caller asks for IDVCHK-DISCONNECT at the end of its run.
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. IDVCHK.

       DATA DIVISION.
       WORKING-STORAGE SECTION.

       01 WS-QMGR-NAME                  PIC X(48)     VALUE SPACES.
       01 WS-REQUEST-QUEUE              PIC X(48)
             VALUE 'BANK.IDV.REQUEST'.
       01 WS-REPLY-QUEUE                PIC X(48)
             VALUE 'BANK.IDV.REPLY'.

      *
      * How long to wait for the provider's reply, in milliseconds.
      * The applicant is waiting at the counter - anything slower
      * is treated as the provider being unavailable.
      *
       01 WS-REPLY-WAIT                 PIC S9(9) COMP VALUE 10000.

       01 WS-MQ-CONNECTED-SW            PIC X         VALUE 'N'.
          88 MQ-CONNECTED                             VALUE 'Y'.

      *
      * MQ object descriptor (MQOD version 1, 168 bytes).
      *
       01 WS-MQ-OBJDESC.
          03 WS-OD-STRUCID              PIC X(4)      VALUE 'OD  '.
          03 WS-OD-VERSION              PIC S9(9) COMP VALUE 1.
          03 WS-OD-OBJECTTYPE           PIC S9(9) COMP VALUE 1.
          03 WS-OD-OBJECTNAME           PIC X(48)     VALUE SPACES.
          03 WS-OD-OBJECTQMGRNAME       PIC X(48)     VALUE SPACES.
          03 WS-OD-DYNAMICQNAME         PIC X(48)     VALUE SPACES.
          03 WS-OD-ALTERNATEUSERID      PIC X(12)     VALUE SPACES.

      *
      * MQ message descriptor (MQMD version 1, 324 bytes) for the
      * request - MSGTYPE 1 (request), naming our reply queue, non-
      * persistent and expiring after a minute (EXPIRY is in tenths
      * of a second) so a request nobody answered in time does not
      * sit on the provider's queue. MSGID is left as none so the
      * queue manager assigns one; it comes back in WS-MD-MSGID.
      *
       01 WS-MQ-MSGDESC.
          03 WS-MD-STRUCID              PIC X(4)      VALUE 'MD  '.
          03 WS-MD-VERSION              PIC S9(9) COMP VALUE 1.
          03 WS-MD-REPORT               PIC S9(9) COMP VALUE 0.
          03 WS-MD-MSGTYPE              PIC S9(9) COMP VALUE 1.
          03 WS-MD-EXPIRY               PIC S9(9) COMP VALUE 600.
          03 WS-MD-FEEDBACK             PIC S9(9) COMP VALUE 0.
          03 WS-MD-ENCODING             PIC S9(9) COMP VALUE 785.
          03 WS-MD-CODEDCHARSETID       PIC S9(9) COMP VALUE 0.
          03 WS-MD-FORMAT               PIC X(8)      VALUE 'MQSTR   '.
          03 WS-MD-PRIORITY             PIC S9(9) COMP VALUE -1.
          03 WS-MD-PERSISTENCE          PIC S9(9) COMP VALUE 0.
          03 WS-MD-MSGID                PIC X(24)     VALUE LOW-VALUES.
          03 WS-MD-CORRELID             PIC X(24)     VALUE LOW-VALUES.
          03 WS-MD-BACKOUTCOUNT         PIC S9(9) COMP VALUE 0.
          03 WS-MD-REPLYTOQ             PIC X(48)     VALUE SPACES.
          03 WS-MD-REPLYTOQMGR          PIC X(48)     VALUE SPACES.
          03 WS-MD-USERIDENTIFIER       PIC X(12)     VALUE SPACES.
          03 WS-MD-ACCOUNTINGTOKEN      PIC X(32)     VALUE LOW-VALUES.
          03 WS-MD-APPLIDENTITYDATA     PIC X(32)     VALUE SPACES.
          03 WS-MD-PUTAPPLTYPE          PIC S9(9) COMP VALUE 0.
          03 WS-MD-PUTAPPLNAME          PIC X(28)     VALUE SPACES.
          03 WS-MD-PUTDATE              PIC X(8)      VALUE SPACES.
          03 WS-MD-PUTTIME              PIC X(8)      VALUE SPACES.
          03 WS-MD-APPLORIGINDATA      PIC X(4)      VALUE SPACES.

      *
      * MQ message descriptor for the reply - selected by CORRELID,
      * which the provider sets to the request's message id.
      *
       01 WS-MQ-RPLYDESC.
          03 WS-RD-STRUCID              PIC X(4)      VALUE 'MD  '.
          03 WS-RD-VERSION              PIC S9(9) COMP VALUE 1.
          03 WS-RD-REPORT               PIC S9(9) COMP VALUE 0.
          03 WS-RD-MSGTYPE              PIC S9(9) COMP VALUE 0.
          03 WS-RD-EXPIRY               PIC S9(9) COMP VALUE -1.
          03 WS-RD-FEEDBACK             PIC S9(9) COMP VALUE 0.
          03 WS-RD-ENCODING             PIC S9(9) COMP VALUE 785.
          03 WS-RD-CODEDCHARSETID       PIC S9(9) COMP VALUE 0.
          03 WS-RD-FORMAT               PIC X(8)      VALUE 'MQSTR   '.
          03 WS-RD-PRIORITY             PIC S9(9) COMP VALUE -1.
          03 WS-RD-PERSISTENCE          PIC S9(9) COMP VALUE 0.
          03 WS-RD-MSGID                PIC X(24)     VALUE LOW-VALUES.
          03 WS-RD-CORRELID             PIC X(24)     VALUE LOW-VALUES.
          03 WS-RD-BACKOUTCOUNT         PIC S9(9) COMP VALUE 0.
          03 WS-RD-REPLYTOQ             PIC X(48)     VALUE SPACES.
          03 WS-RD-REPLYTOQMGR          PIC X(48)     VALUE SPACES.
          03 WS-RD-USERIDENTIFIER       PIC X(12)     VALUE SPACES.
          03 WS-RD-ACCOUNTINGTOKEN      PIC X(32)     VALUE LOW-VALUES.
          03 WS-RD-APPLIDENTITYDATA     PIC X(32)     VALUE SPACES.
          03 WS-RD-PUTAPPLTYPE          PIC S9(9) COMP VALUE 0.
          03 WS-RD-PUTAPPLNAME          PIC X(28)     VALUE SPACES.
          03 WS-RD-PUTDATE              PIC X(8)      VALUE SPACES.
          03 WS-RD-PUTTIME              PIC X(8)      VALUE SPACES.
          03 WS-RD-APPLORIGINDATA      PIC X(4)      VALUE SPACES.

      *
      * MQ get-message options (MQGMO version 1, 72 bytes).
      * OPTIONS 8197 is WAIT + NO_SYNCPOINT + FAIL_IF_QUIESCING.
      *
       01 WS-MQ-GETMSGOPTS.
          03 WS-GMO-STRUCID             PIC X(4)      VALUE 'GMO '.
          03 WS-GMO-VERSION             PIC S9(9) COMP VALUE 1.
          03 WS-GMO-OPTIONS             PIC S9(9) COMP VALUE 8197.
          03 WS-GMO-WAITINTERVAL        PIC S9(9) COMP VALUE 0.
          03 WS-GMO-SIGNAL1             PIC S9(9) COMP VALUE 0.
          03 WS-GMO-SIGNAL2             PIC S9(9) COMP VALUE 0.
          03 WS-GMO-RESOLVEDQNAME       PIC X(48)     VALUE SPACES.

      *
      * MQ put-message options (MQPMO version 1, 128 bytes).
      * OPTIONS 8196 is NO_SYNCPOINT + FAIL_IF_QUIESCING.
      *
       01 WS-MQ-PUTMSGOPTS.
          03 WS-PMO-STRUCID             PIC X(4)      VALUE 'PMO '.
          03 WS-PMO-VERSION             PIC S9(9) COMP VALUE 1.
          03 WS-PMO-OPTIONS             PIC S9(9) COMP VALUE 8196.
          03 WS-PMO-TIMEOUT             PIC S9(9) COMP VALUE -1.
          03 WS-PMO-CONTEXT             PIC S9(9) COMP VALUE 0.
          03 WS-PMO-KNOWNDESTCOUNT      PIC S9(9) COMP VALUE 0.
          03 WS-PMO-UNKNOWNDESTCOUNT    PIC S9(9) COMP VALUE 0.
          03 WS-PMO-INVALIDDESTCOUNT    PIC S9(9) COMP VALUE 0.
          03 WS-PMO-RESOLVEDQNAME       PIC X(48)     VALUE SPACES.

       01 WS-MQ-HCONN                   PIC S9(9) COMP VALUE 0.
       01 WS-MQ-HOBJ                    PIC S9(9) COMP VALUE 0.
       01 WS-MQ-OPENOPTS                PIC S9(9) COMP VALUE 8194.
       01 WS-MQ-CLOSEOPTS               PIC S9(9) COMP VALUE 0.
       01 WS-MQ-BUFFLEN                 PIC S9(9) COMP VALUE 0.
       01 WS-MQ-DATALEN                 PIC S9(9) COMP VALUE 0.
       01 WS-MQ-COMPCODE                PIC S9(9) COMP VALUE 0.
       01 WS-MQ-REASON                  PIC S9(9) COMP VALUE 0.

      *
      * The request message - fixed-layout character record agreed
      * with the provider. DOB is CCYYMMDD; ADDRESS (1) is the
      * current address and (2) the previous one.
      *
       01 WS-REQUEST-MESSAGE.
          03 WS-RQM-EYECATCHER          PIC X(8).
          03 WS-RQM-SORTCODE            PIC X(6).
          03 WS-RQM-CUSTNO              PIC X(10).
          03 WS-RQM-TITLE               PIC X(10).
          03 WS-RQM-FIRST-NAME          PIC X(50).
          03 WS-RQM-LAST-NAME           PIC X(50).
          03 WS-RQM-DOB                 PIC 9(8).
          03 WS-RQM-TAX-ID              PIC X(13).
          03 WS-RQM-ADDRESS OCCURS 2 TIMES.
             05 WS-RQM-ADDR-LINE1       PIC X(50).
             05 WS-RQM-ADDR-LINE2       PIC X(50).
             05 WS-RQM-CITY             PIC X(50).
             05 WS-RQM-POSTCODE         PIC X(10).
             05 WS-RQM-COUNTRY          PIC X(50).

      *
      * The provider's reply. RESULT is 'P' pass, 'R' refer or 'F'
      * fail; SCORE is its match score out of 100.
      *
       01 WS-REPLY-MESSAGE.
          03 WS-RPM-EYECATCHER          PIC X(8).
             88 WS-RPM-EYECATCHER-OK    VALUE 'IDVRPLY '.
          03 WS-RPM-SORTCODE            PIC X(6).
          03 WS-RPM-CUSTNO              PIC X(10).
          03 WS-RPM-RESULT              PIC X.
             88 WS-RPM-RESULT-OK        VALUE 'P' 'R' 'F'.
          03 WS-RPM-PROVIDER-REF        PIC X(20).
          03 WS-RPM-SCORE               PIC X(3).
          03 WS-RPM-SCORE-N REDEFINES WS-RPM-SCORE
                                        PIC 9(3).

       01 WS-ADDR-IX                    PIC S9(4) COMP.

       LINKAGE SECTION.
       01 DFHCOMMAREA.
           COPY IDVCHK.


       PROCEDURE DIVISION USING DFHCOMMAREA.
       PREMIERE SECTION.
       P010.

           IF IDVCHK-DISCONNECT
              PERFORM DISCONNECT-QUEUE-MANAGER
              PERFORM GET-ME-OUT-OF-HERE
           END-IF.

           MOVE 'U' TO IDVCHK-RESULT.
           MOVE SPACES TO IDVCHK-PROVIDER-REF.
           MOVE 0 TO IDVCHK-SCORE.
           MOVE 0 TO IDVCHK-MQ-REASON.

           PERFORM CONNECT-QUEUE-MANAGER.

           IF NOT MQ-CONNECTED
              PERFORM GET-ME-OUT-OF-HERE
           END-IF.

           PERFORM OPEN-REPLY-QUEUE.

           IF WS-MQ-COMPCODE NOT = 0
              PERFORM GET-ME-OUT-OF-HERE
           END-IF.

           PERFORM PUT-REQUEST-MESSAGE.

           IF WS-MQ-COMPCODE = 0
              PERFORM GET-REPLY-MESSAGE
           END-IF.

           CALL 'MQCLOSE' USING WS-MQ-HCONN,
                                WS-MQ-HOBJ,
                                WS-MQ-CLOSEOPTS,
                                WS-MQ-COMPCODE,
                                WS-MQ-REASON.

           DISPLAY 'IDVCHK: ' IDVCHK-SORTCODE '/' IDVCHK-CUSTNO
                   ' result=' IDVCHK-RESULT
                   ' score=' IDVCHK-SCORE
                   ' ref=' IDVCHK-PROVIDER-REF

           PERFORM GET-ME-OUT-OF-HERE.

       P999.
           EXIT.


       CONNECT-QUEUE-MANAGER SECTION.
       CQM010.
      *
      *    REASON 2002 (already connected) is what a CICS task gets
      *    back - the region's own connection is used.
      *
           IF MQ-CONNECTED
              GO TO CQM999
           END-IF.

           CALL 'MQCONN' USING WS-QMGR-NAME,
                               WS-MQ-HCONN,
                               WS-MQ-COMPCODE,
                               WS-MQ-REASON.

           IF WS-MQ-COMPCODE NOT = 0
              AND WS-MQ-REASON NOT = 2002
              DISPLAY 'IDVCHK: MQCONN failed, COMPCODE='
                      WS-MQ-COMPCODE ' REASON=' WS-MQ-REASON
              MOVE WS-MQ-REASON TO IDVCHK-MQ-REASON
              GO TO CQM999
           END-IF.

           MOVE 'Y' TO WS-MQ-CONNECTED-SW.

       CQM999.
           EXIT.


       DISCONNECT-QUEUE-MANAGER SECTION.
       DQM010.

           IF NOT MQ-CONNECTED
              GO TO DQM999
           END-IF.

           CALL 'MQDISC' USING WS-MQ-HCONN,
                               WS-MQ-COMPCODE,
                               WS-MQ-REASON.

           MOVE 'N' TO WS-MQ-CONNECTED-SW.

       DQM999.
           EXIT.


       OPEN-REPLY-QUEUE SECTION.
       ORQ010.
      *
      *    Opened input-shared before the request goes out, so the
      *    reply cannot arrive to a queue we are not yet reading.
      *
           MOVE WS-REPLY-QUEUE TO WS-OD-OBJECTNAME.

           CALL 'MQOPEN' USING WS-MQ-HCONN,
                               WS-MQ-OBJDESC,
                               WS-MQ-OPENOPTS,
                               WS-MQ-HOBJ,
                               WS-MQ-COMPCODE,
                               WS-MQ-REASON.

           IF WS-MQ-COMPCODE NOT = 0
              DISPLAY 'IDVCHK: MQOPEN of reply queue failed, '
                      'COMPCODE=' WS-MQ-COMPCODE
                      ' REASON=' WS-MQ-REASON
              MOVE WS-MQ-REASON TO IDVCHK-MQ-REASON
           END-IF.

       ORQ999.
           EXIT.


       PUT-REQUEST-MESSAGE SECTION.
       PRM010.

           MOVE SPACES TO WS-REQUEST-MESSAGE.
           MOVE 'IDVREQ  ' TO WS-RQM-EYECATCHER.
           MOVE IDVCHK-SORTCODE TO WS-RQM-SORTCODE.
           MOVE IDVCHK-CUSTNO TO WS-RQM-CUSTNO.
           MOVE IDVCHK-TITLE TO WS-RQM-TITLE.
           MOVE IDVCHK-FIRST-NAME TO WS-RQM-FIRST-NAME.
           MOVE IDVCHK-LAST-NAME TO WS-RQM-LAST-NAME.
           MOVE IDVCHK-DOB TO WS-RQM-DOB.
           MOVE IDVCHK-TAX-ID TO WS-RQM-TAX-ID.

           PERFORM VARYING WS-ADDR-IX FROM 1 BY 1
              UNTIL WS-ADDR-IX > 2
              MOVE IDVCHK-ADDR-LINE1 (WS-ADDR-IX)
                 TO WS-RQM-ADDR-LINE1 (WS-ADDR-IX)
              MOVE IDVCHK-ADDR-LINE2 (WS-ADDR-IX)
                 TO WS-RQM-ADDR-LINE2 (WS-ADDR-IX)
              MOVE IDVCHK-CITY (WS-ADDR-IX)
                 TO WS-RQM-CITY (WS-ADDR-IX)
              MOVE IDVCHK-POSTCODE (WS-ADDR-IX)
                 TO WS-RQM-POSTCODE (WS-ADDR-IX)
              MOVE IDVCHK-COUNTRY (WS-ADDR-IX)
                 TO WS-RQM-COUNTRY (WS-ADDR-IX)
           END-PERFORM.

           MOVE WS-REQUEST-QUEUE TO WS-OD-OBJECTNAME.
           MOVE WS-REPLY-QUEUE TO WS-MD-REPLYTOQ.
           MOVE LOW-VALUES TO WS-MD-MSGID.
           MOVE LOW-VALUES TO WS-MD-CORRELID.
           MOVE LENGTH OF WS-REQUEST-MESSAGE TO WS-MQ-BUFFLEN.

           CALL 'MQPUT1' USING WS-MQ-HCONN,
                               WS-MQ-OBJDESC,
                               WS-MQ-MSGDESC,
                               WS-MQ-PUTMSGOPTS,
                               WS-MQ-BUFFLEN,
                               WS-REQUEST-MESSAGE,
                               WS-MQ-COMPCODE,
                               WS-MQ-REASON.

           IF WS-MQ-COMPCODE NOT = 0
              DISPLAY 'IDVCHK: Request MQPUT1 failed, COMPCODE='
                      WS-MQ-COMPCODE ' REASON=' WS-MQ-REASON
              MOVE WS-MQ-REASON TO IDVCHK-MQ-REASON
           END-IF.

       PRM999.
           EXIT.


       GET-REPLY-MESSAGE SECTION.
       GRM010.
      *
      *    Only the reply to this request - CORRELID is the message
      *    id the queue manager gave the request. No reply within
      *    the wait (REASON 2033) leaves the result 'U'.
      *
           MOVE LOW-VALUES TO WS-RD-MSGID.
           MOVE WS-MD-MSGID TO WS-RD-CORRELID.
           MOVE WS-REPLY-WAIT TO WS-GMO-WAITINTERVAL.
           MOVE SPACES TO WS-REPLY-MESSAGE.
           MOVE LENGTH OF WS-REPLY-MESSAGE TO WS-MQ-BUFFLEN.

           CALL 'MQGET' USING WS-MQ-HCONN,
                              WS-MQ-HOBJ,
                              WS-MQ-RPLYDESC,
                              WS-MQ-GETMSGOPTS,
                              WS-MQ-BUFFLEN,
                              WS-REPLY-MESSAGE,
                              WS-MQ-DATALEN,
                              WS-MQ-COMPCODE,
                              WS-MQ-REASON.

           IF WS-MQ-REASON = 2033
              DISPLAY 'IDVCHK: No reply from the provider within '
                      WS-REPLY-WAIT ' ms'
              MOVE WS-MQ-REASON TO IDVCHK-MQ-REASON
              GO TO GRM999
           END-IF.

           IF WS-MQ-COMPCODE NOT = 0
              DISPLAY 'IDVCHK: Reply MQGET failed, COMPCODE='
                      WS-MQ-COMPCODE ' REASON=' WS-MQ-REASON
              MOVE WS-MQ-REASON TO IDVCHK-MQ-REASON
              GO TO GRM999
           END-IF.

           IF NOT WS-RPM-EYECATCHER-OK
              OR NOT WS-RPM-RESULT-OK
              DISPLAY 'IDVCHK: Unrecognised reply from the provider '
                      WS-RPM-EYECATCHER ' result=' WS-RPM-RESULT
              GO TO GRM999
           END-IF.

           MOVE WS-RPM-RESULT TO IDVCHK-RESULT.
           MOVE WS-RPM-PROVIDER-REF TO IDVCHK-PROVIDER-REF.

           IF WS-RPM-SCORE IS NUMERIC
              MOVE WS-RPM-SCORE-N TO IDVCHK-SCORE
           END-IF.

       GRM999.
           EXIT.


       GET-ME-OUT-OF-HERE SECTION.
       GMOFH010.

           GOBACK.

       GMOFH999.
           EXIT.
