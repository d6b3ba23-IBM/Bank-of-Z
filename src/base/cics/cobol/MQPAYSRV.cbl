       CBL CICS('SP,EDF')
       CBL SQL
      ******************************************************************
      *                                                                *
      *  Copyright IBM Corp. 2026                                      *
      *                                                                *
      ******************************************************************

      ******************************************************************
      * This program is the MQ request/reply payment server - the
      * write-side companion to MQENQSRV, which stays read-only. The
      * mobile and web channels put transfer and bill-payment
      * instructions on BANK.PAYMENT.REQUEST; the server takes one
      * at a time and drives XFRFUN with them, so a payment from the
      * app meets exactly the checks a branch transfer meets - the
      * mandate and signing rules, confirmation of payee, the daily
      * limit, velocity and cooling-off holds, account controls,
      * notice periods - and goes out through OUTBOUND_PAYMENT when
      * the payee banks elsewhere. The reply goes to the message's
      * reply-to queue with the request's message id as the
      * correlation id, carrying the PROCTRAN reference of the debit
      * or the specific reason the payment was refused.
      *
      * Functions:
      *   TRANSFER - pay the amount to an explicit sort code and
      *              account, with the payee's name for confirmation
      *              of payee and the reference the payee sees.
      *   BILLPAY  - pay one of the customer's SAVED_PAYEE entries,
      *              named by its nickname; the payee reference is
      *              required.
      *   VERIFY   - confirmation of payee only, so the app can warn
      *              before the customer commits; nothing is posted.
      *
      * The instructing customer must own the from-account (as its
      * customer or a joint owner on ACCOUNT_OWNER), be an active
      * signatory of the organisation that owns it, or hold the
      * mandate the instruction names. A close or no match on the
      * payee's name is refused unless the message says the
      * customer saw that verdict and chose to pay anyway. A system
      * on the THIRD_PARTY_PROVIDER register reads under consent
      * only and may not instruct a payment.
      *
      * Each payment instruction is claimed on PAYMENT_INSTRUCTION
      * under the channel and its MQ message id before anything is
      * posted. A resubmitted message id finds its claim and is
      * answered from it, flagged as a duplicate, so the same payment
      * is never posted twice. The claim, the posting, the reply and
      * the CUSTOMER_ACCESS_LOG row - written for every instruction
      * under the channel's identifier - are one unit of work: a
      * failure backs the message onto the queue, and a message that
      * has been backed out three times is refused rather than tried
      * again.
      *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. MQPAYSRV.
       AUTHOR. Jon Collett.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  IBM-370.
       OBJECT-COMPUTER.  IBM-370.
       INPUT-OUTPUT SECTION.

       DATA DIVISION.
       FILE SECTION.

       WORKING-STORAGE SECTION.

       COPY SORTCODE.

       01 WS-REQUEST-QUEUE              PIC X(48)
             VALUE 'BANK.PAYMENT.REQUEST'.

      *
      * A message backed out this many times is refused and consumed
      * rather than tried again.
      *
       01 WS-BACKOUT-LIMIT              PIC S9(9) COMP VALUE 3.

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
      * incoming request. MSGID/CORRELID are reset to none before
      * every get so the server takes messages in queue order.
      *
       01 WS-MQ-MSGDESC.
          03 WS-MD-STRUCID              PIC X(4)      VALUE 'MD  '.
          03 WS-MD-VERSION              PIC S9(9) COMP VALUE 1.
          03 WS-MD-REPORT               PIC S9(9) COMP VALUE 0.
          03 WS-MD-MSGTYPE              PIC S9(9) COMP VALUE 0.
          03 WS-MD-EXPIRY               PIC S9(9) COMP VALUE -1.
          03 WS-MD-FEEDBACK             PIC S9(9) COMP VALUE 0.
          03 WS-MD-ENCODING             PIC S9(9) COMP VALUE 785.
          03 WS-MD-CODEDCHARSETID       PIC S9(9) COMP VALUE 0.
          03 WS-MD-FORMAT               PIC X(8)      VALUE 'MQSTR   '.
          03 WS-MD-PRIORITY             PIC S9(9) COMP VALUE -1.
          03 WS-MD-PERSISTENCE          PIC S9(9) COMP VALUE 2.
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
      * MQ message descriptor for the reply - MSGTYPE 2 (reply),
      * correlation id carried from the request's message id.
      *
       01 WS-MQ-RPLYDESC.
          03 WS-RD-STRUCID              PIC X(4)      VALUE 'MD  '.
          03 WS-RD-VERSION              PIC S9(9) COMP VALUE 1.
          03 WS-RD-REPORT               PIC S9(9) COMP VALUE 0.
          03 WS-RD-MSGTYPE              PIC S9(9) COMP VALUE 2.
          03 WS-RD-EXPIRY               PIC S9(9) COMP VALUE -1.
          03 WS-RD-FEEDBACK             PIC S9(9) COMP VALUE 0.
          03 WS-RD-ENCODING             PIC S9(9) COMP VALUE 785.
          03 WS-RD-CODEDCHARSETID       PIC S9(9) COMP VALUE 0.
          03 WS-RD-FORMAT               PIC X(8)      VALUE 'MQSTR   '.
          03 WS-RD-PRIORITY             PIC S9(9) COMP VALUE -1.
          03 WS-RD-PERSISTENCE          PIC S9(9) COMP VALUE 2.
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
      * OPTIONS 8195 is WAIT + SYNCPOINT + FAIL_IF_QUIESCING; the
      * wait interval is thirty seconds, after which an empty queue
      * ends the task normally.
      *
       01 WS-MQ-GETMSGOPTS.
          03 WS-GMO-STRUCID             PIC X(4)      VALUE 'GMO '.
          03 WS-GMO-VERSION             PIC S9(9) COMP VALUE 1.
          03 WS-GMO-OPTIONS             PIC S9(9) COMP VALUE 8195.
          03 WS-GMO-WAITINTERVAL        PIC S9(9) COMP VALUE 30000.
          03 WS-GMO-SIGNAL1             PIC S9(9) COMP VALUE 0.
          03 WS-GMO-SIGNAL2             PIC S9(9) COMP VALUE 0.
          03 WS-GMO-RESOLVEDQNAME       PIC X(48)     VALUE SPACES.

      *
      * MQ put-message options for the reply (MQPMO version 1,
      * 128 bytes). OPTIONS 2 is SYNCPOINT - the reply rides the
      * same unit of work as the get and the posting.
      *
       01 WS-MQ-PUTMSGOPTS.
          03 WS-PMO-STRUCID             PIC X(4)      VALUE 'PMO '.
          03 WS-PMO-VERSION             PIC S9(9) COMP VALUE 1.
          03 WS-PMO-OPTIONS             PIC S9(9) COMP VALUE 2.
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
      * The payment instruction message - fixed-layout character
      * record the channels build. The SYSTEM field identifies the
      * channel and lands on the access log; CUSTNO is the customer
      * who gave the instruction. TO-SCODE/TO-ACCNO are used by
      * TRANSFER and VERIFY, PAYEE-NICKNAME by BILLPAY. COP-ACCEPTED
      * 'Y' says the customer was shown a close or no match on the
      * payee's name and chose to pay anyway; NOTICE-PENALTY 'Y'
      * accepts a notice account's loss-of-interest penalty.
      *
       01 WS-REQUEST-MESSAGE.
          03 WS-RQM-EYECATCHER          PIC X(8).
          03 WS-RQM-FUNCTION            PIC X(8).
          03 WS-RQM-SYSTEM              PIC X(8).
          03 WS-RQM-CUSTNO              PIC 9(10).
          03 WS-RQM-FROM-SCODE          PIC X(6).
          03 WS-RQM-FROM-ACCNO          PIC 9(8).
          03 WS-RQM-TO-SCODE            PIC X(6).
          03 WS-RQM-TO-ACCNO            PIC 9(8).
          03 WS-RQM-PAYEE-NICKNAME      PIC X(20).
          03 WS-RQM-PAYEE-NAME          PIC X(60).
          03 WS-RQM-PAYEE-REF           PIC X(18).
          03 WS-RQM-AMOUNT              PIC 9(10)V99.
          03 WS-RQM-MANDATE-ID          PIC 9(9).
          03 WS-RQM-SIGNATORY-2         PIC X(10).
          03 WS-RQM-COP-ACCEPTED        PIC X.
          03 WS-RQM-NOTICE-PENALTY      PIC X.

      *
      * The reply. WS-RPM-FAIL-CD is the server's own reason - 'E'
      * bad eyecatcher, 'U' unknown function, 'I' instruction
      * incomplete, 'K' payee nickname not on the customer's saved
      * payees, 'P' the customer may not instruct payments from the
      * account (or the requester is a third-party provider), 'C'
      * close or no match on the payee's name not accepted by the
      * customer, 'Q' XFRFUN or the instruction register could not
      * be reached, 'J' refused after repeated backouts - or
      * otherwise XFRFUN's own fail code, exactly as a branch
      * transfer would see it. WS-RPM-DUPLICATE 'Y' marks the answer
      * to a resubmitted message id, taken from the first attempt;
      * its balances are zero.
      *
       01 WS-REPLY-MESSAGE.
          03 WS-RPM-EYECATCHER          PIC X(8)  VALUE 'BANKPAYR'.
          03 WS-RPM-FUNCTION            PIC X(8).
          03 WS-RPM-SUCCESS             PIC X.
          03 WS-RPM-FAIL-CD             PIC X.
          03 WS-RPM-DUPLICATE           PIC X.
          03 WS-RPM-PROCTRAN-REF        PIC X(12).
          03 WS-RPM-OUTBOUND            PIC X.
          03 WS-RPM-OUTBOUND-ID         PIC 9(9).
          03 WS-RPM-COP-RESULT          PIC X.
          03 WS-RPM-FROM-AVAIL-BAL      PIC S9(10)V99
                                        SIGN LEADING SEPARATE.
          03 WS-RPM-FROM-ACTUAL-BAL     PIC S9(10)V99
                                        SIGN LEADING SEPARATE.
          03 WS-RPM-NOTICE-PENALTY-AMT  PIC S9(10)V99
                                        SIGN LEADING SEPARATE.

       01 WS-SERVER-DONE-SW             PIC X VALUE 'N'.
          88 SERVER-DONE                VALUE 'Y'.
       01 WS-BACKED-OUT-SW              PIC X VALUE 'N'.
          88 INSTRUCTION-BACKED-OUT     VALUE 'Y'.
       01 WS-CLAIMED-SW                 PIC X VALUE 'N'.
          88 INSTRUCTION-CLAIMED        VALUE 'Y'.
       01 WS-AUTHORISED-SW              PIC X VALUE 'N'.
          88 CUSTOMER-AUTHORISED        VALUE 'Y'.
       01 WS-SERVED-COUNT               PIC 9(8) VALUE 0.
       01 WS-CICS-RESP                  PIC S9(8) COMP.
       01 WS-CICS-RESP2                 PIC S9(8) COMP.

      * XFRFUN commarea - every payment goes through the one
      * transfer program the branch uses
       01 XFRFUN-PROGRAM                PIC X(8) VALUE 'XFRFUN'.
       01 XFRFUN-COMMAREA.
           COPY XFRFUN.

      * CUSTOMER_ACCESS_LOG DB2 copybook
           EXEC SQL
              INCLUDE ACCLGDB2
           END-EXEC.

       01 HOST-ACCESS-LOG-ROW.
          03 HV-ACCLOG-SORTCODE         PIC X(6).
          03 HV-ACCLOG-NUMBER           PIC X(10).
          03 HV-ACCLOG-OPERATOR         PIC X(3).
          03 HV-ACCLOG-DATE             PIC X(10).
          03 HV-ACCLOG-TIME             PIC X(8).
          03 HV-ACCLOG-TASKNO           PIC 9(7).

      * ACCOUNT, ACCOUNT_OWNER, SIGNATORY and MANDATE DB2 copybooks
      * - who may instruct a payment from the account
           EXEC SQL
              INCLUDE ACCTDB2
           END-EXEC.

           EXEC SQL
              INCLUDE ACCODB2
           END-EXEC.

           EXEC SQL
              INCLUDE SIGNDB2
           END-EXEC.

           EXEC SQL
              INCLUDE MANDDB2
           END-EXEC.

       01 HV-ACCT-SORTCODE              PIC X(6).
       01 HV-ACCT-NUMBER                PIC X(8).
       01 HV-ACCT-CUSTNO                PIC X(10).
       01 HV-INSTRUCTING-CUSTNO         PIC X(10).
       01 HV-MANDATE-ID                 PIC S9(9) COMP.
       01 HV-AUTH-COUNT                 PIC S9(9) COMP.

      * SAVED_PAYEE DB2 copybook - a bill payment names its payee
           EXEC SQL
              INCLUDE PAYEDB2
           END-EXEC.

       01 HV-PAYEE-NICKNAME             PIC X(20).
       01 HV-PAYEE-DEST-SORTCODE        PIC X(6).
       01 HV-PAYEE-DEST-NUMBER          PIC X(8).

      * THIRD_PARTY_PROVIDER DB2 copybook
           EXEC SQL
              INCLUDE TPPVDB2
           END-EXEC.

       01 HV-TPP-ID                     PIC X(8).
       01 HV-TPP-NAME                   PIC X(30).

      * PAYMENT_INSTRUCTION DB2 copybook - the duplicate guard
           EXEC SQL
              INCLUDE PYINDB2
           END-EXEC.

       01 HOST-INSTRUCTION-ROW.
          03 HV-PYIN-CHANNEL            PIC X(8).
          03 HV-PYIN-MSGID              PIC X(24).
          03 HV-PYIN-FUNCTION           PIC X(8).
          03 HV-PYIN-CUSTNO             PIC X(10).
          03 HV-PYIN-FROM-SORTCODE      PIC X(6).
          03 HV-PYIN-FROM-NUMBER        PIC X(8).
          03 HV-PYIN-TO-SORTCODE        PIC X(6).
          03 HV-PYIN-TO-NUMBER          PIC X(8).
          03 HV-PYIN-AMOUNT             PIC S9(10)V99 COMP-3.
          03 HV-PYIN-STATUS             PIC X.
          03 HV-PYIN-FAIL-CODE          PIC X.
          03 HV-PYIN-PROCTRAN-REF       PIC X(12).
          03 HV-PYIN-OUTBOUND-ID        PIC S9(9) COMP.
          03 HV-PYIN-COP-RESULT         PIC X.
          03 HV-PYIN-RECEIVED-DATE      PIC S9(9) COMP.
          03 HV-PYIN-RECEIVED-TIME      PIC X(6).

      * Pull in the SQL COMMAREA
           EXEC SQL
              INCLUDE SQLCA
           END-EXEC.

       01 SQLCODE-DISPLAY               PIC S9(8) DISPLAY
             SIGN LEADING SEPARATE.

       01 WS-EIBTASKN12                 PIC 9(12)     VALUE 0.
       01 WS-U-TIME                     PIC S9(15) COMP-3.
       01 WS-ORIG-DATE                  PIC X(10).
       01 WS-ORIG-DATE-GRP REDEFINES WS-ORIG-DATE.
          03 WS-ORIG-DATE-DD            PIC 99.
          03 FILLER                     PIC X.
          03 WS-ORIG-DATE-MM            PIC 99.
          03 FILLER                     PIC X.
          03 WS-ORIG-DATE-YYYY          PIC 9999.
       01 WS-TIME-NOW                   PIC 9(6).

       PROCEDURE DIVISION.
       PREMIERE SECTION.
       P010.

           DISPLAY 'MQPAYSRV: Payment server starting on '
                   WS-REQUEST-QUEUE.

           MOVE WS-REQUEST-QUEUE TO WS-OD-OBJECTNAME.

           CALL 'MQOPEN' USING WS-MQ-HCONN,
                               WS-MQ-OBJDESC,
                               WS-MQ-OPENOPTS,
                               WS-MQ-HOBJ,
                               WS-MQ-COMPCODE,
                               WS-MQ-REASON.

           IF WS-MQ-COMPCODE NOT = 0
              DISPLAY 'MQPAYSRV: MQOPEN failed, COMPCODE='
                      WS-MQ-COMPCODE ' REASON=' WS-MQ-REASON
              PERFORM GET-ME-OUT-OF-HERE
           END-IF.

           PERFORM SERVE-ONE-MESSAGE UNTIL SERVER-DONE.

           CALL 'MQCLOSE' USING WS-MQ-HCONN,
                                WS-MQ-HOBJ,
                                WS-MQ-CLOSEOPTS,
                                WS-MQ-COMPCODE,
                                WS-MQ-REASON.

           DISPLAY 'MQPAYSRV: Payment server ending, served '
                   WS-SERVED-COUNT ' instructions'.

           PERFORM GET-ME-OUT-OF-HERE.

       P999.
           EXIT.


       SERVE-ONE-MESSAGE SECTION.
       SOM010.

           MOVE LOW-VALUES TO WS-MD-MSGID.
           MOVE LOW-VALUES TO WS-MD-CORRELID.
           MOVE SPACES TO WS-REQUEST-MESSAGE.
           MOVE LENGTH OF WS-REQUEST-MESSAGE TO WS-MQ-BUFFLEN.

           CALL 'MQGET' USING WS-MQ-HCONN,
                              WS-MQ-HOBJ,
                              WS-MQ-MSGDESC,
                              WS-MQ-GETMSGOPTS,
                              WS-MQ-BUFFLEN,
                              WS-REQUEST-MESSAGE,
                              WS-MQ-DATALEN,
                              WS-MQ-COMPCODE,
                              WS-MQ-REASON.

           IF WS-MQ-REASON = 2033
      *
      *       No message within the wait interval - a quiet queue
      *       is the normal way the server ends.
      *
              MOVE 'Y' TO WS-SERVER-DONE-SW
              GO TO SOM999
           END-IF.

           IF WS-MQ-COMPCODE = 2
              DISPLAY 'MQPAYSRV: MQGET failed, COMPCODE='
                      WS-MQ-COMPCODE ' REASON=' WS-MQ-REASON
              MOVE 'Y' TO WS-SERVER-DONE-SW
              GO TO SOM999
           END-IF.

           PERFORM PROCESS-INSTRUCTION.

      *
      *    An instruction whose claim or outcome could not be
      *    recorded has been backed out with everything it posted -
      *    the message is back on the queue to be taken again.
      *
           IF INSTRUCTION-BACKED-OUT
              GO TO SOM999
           END-IF.

           PERFORM PUT-REPLY-MESSAGE.

           PERFORM WRITE-ACCESS-LOG.

           EXEC CICS SYNCPOINT
           END-EXEC.

           ADD 1 TO WS-SERVED-COUNT.

       SOM999.
           EXIT.


       PROCESS-INSTRUCTION SECTION.
       PIN010.

           MOVE WS-RQM-FUNCTION TO WS-RPM-FUNCTION.
           MOVE 'N' TO WS-RPM-SUCCESS.
           MOVE ' ' TO WS-RPM-FAIL-CD.
           MOVE 'N' TO WS-RPM-DUPLICATE.
           MOVE SPACES TO WS-RPM-PROCTRAN-REF.
           MOVE 'N' TO WS-RPM-OUTBOUND.
           MOVE 0 TO WS-RPM-OUTBOUND-ID.
           MOVE ' ' TO WS-RPM-COP-RESULT.
           MOVE 0 TO WS-RPM-FROM-AVAIL-BAL.
           MOVE 0 TO WS-RPM-FROM-ACTUAL-BAL.
           MOVE 0 TO WS-RPM-NOTICE-PENALTY-AMT.

           MOVE 'N' TO WS-BACKED-OUT-SW.
           MOVE 'N' TO WS-CLAIMED-SW.
           MOVE 'N' TO WS-AUTHORISED-SW.
           MOVE SPACES TO HV-ACCT-CUSTNO.

           IF WS-RQM-EYECATCHER NOT = 'BANKPAY '
              DISPLAY 'MQPAYSRV: Instruction with bad eyecatcher '
                      'ignored'
              MOVE 'E' TO WS-RPM-FAIL-CD
              GO TO PIN999
           END-IF.

           IF WS-RQM-FUNCTION NOT = 'TRANSFER'
              AND WS-RQM-FUNCTION NOT = 'BILLPAY '
              AND WS-RQM-FUNCTION NOT = 'VERIFY  '
              DISPLAY 'MQPAYSRV: Unknown function '
                      WS-RQM-FUNCTION ' from ' WS-RQM-SYSTEM
              MOVE 'U' TO WS-RPM-FAIL-CD
              GO TO PIN999
           END-IF.

           PERFORM VALIDATE-INSTRUCTION.

           IF WS-RPM-FAIL-CD NOT = ' '
              GO TO PIN999
           END-IF.

           IF WS-RQM-FUNCTION = 'BILLPAY '
              PERFORM RESOLVE-SAVED-PAYEE
              IF WS-RPM-FAIL-CD NOT = ' '
                 GO TO PIN999
              END-IF
           END-IF.

      *
      *    A payment is claimed under its message id before anything
      *    else happens to it - a resubmission is answered from the
      *    first attempt's claim and goes no further.
      *
           IF WS-RQM-FUNCTION NOT = 'VERIFY  '
              PERFORM CLAIM-INSTRUCTION
              IF INSTRUCTION-BACKED-OUT
                 OR WS-RPM-DUPLICATE = 'Y'
                 GO TO PIN999
              END-IF
           END-IF.

      *
      *    A message that keeps backing out - typically one that
      *    abends the transfer - is refused rather than looping.
      *
           IF WS-MD-BACKOUTCOUNT NOT < WS-BACKOUT-LIMIT
              DISPLAY 'MQPAYSRV: Instruction from ' WS-RQM-SYSTEM
                      ' backed out ' WS-MD-BACKOUTCOUNT
                      ' times - refused'
              MOVE 'J' TO WS-RPM-FAIL-CD
              GO TO PIN900
           END-IF.

           PERFORM AUTHORISE-INSTRUCTION.

           IF WS-RPM-FAIL-CD NOT = ' '
              GO TO PIN900
           END-IF.

           PERFORM CHECK-PAYEE-NAME.

           IF WS-RPM-FAIL-CD NOT = ' '
              OR WS-RQM-FUNCTION = 'VERIFY  '
              GO TO PIN900
           END-IF.

           PERFORM POST-PAYMENT.

       PIN900.
           IF INSTRUCTION-CLAIMED
              PERFORM RECORD-OUTCOME
           END-IF.

       PIN999.
           EXIT.


       VALIDATE-INSTRUCTION SECTION.
       VIN010.
      *
      *    Every function needs the instructing customer and the
      *    account the money would come from; a payment needs an
      *    amount. A verify with no amount is checked as a penny -
      *    XFRFUN will not look at a zero transfer.
      *
           IF WS-RQM-FROM-SCODE = SPACES OR LOW-VALUES
              MOVE SORTCODE TO WS-RQM-FROM-SCODE
           END-IF.
           IF WS-RQM-TO-SCODE = SPACES OR LOW-VALUES
              MOVE SORTCODE TO WS-RQM-TO-SCODE
           END-IF.

           IF WS-RQM-CUSTNO NOT NUMERIC
              OR WS-RQM-FROM-ACCNO NOT NUMERIC
              OR WS-RQM-TO-ACCNO NOT NUMERIC
              OR WS-RQM-AMOUNT NOT NUMERIC
              OR WS-RQM-MANDATE-ID NOT NUMERIC
              MOVE 'I' TO WS-RPM-FAIL-CD
              GO TO VIN999
           END-IF.

           IF WS-RQM-CUSTNO = 0
              OR WS-RQM-FROM-ACCNO = 0
              MOVE 'I' TO WS-RPM-FAIL-CD
              GO TO VIN999
           END-IF.

           IF WS-RQM-FUNCTION = 'VERIFY  '
              IF WS-RQM-AMOUNT = 0
                 MOVE 0.01 TO WS-RQM-AMOUNT
              END-IF
           ELSE
              IF WS-RQM-AMOUNT = 0
                 MOVE 'I' TO WS-RPM-FAIL-CD
                 GO TO VIN999
              END-IF
           END-IF.

           EVALUATE WS-RQM-FUNCTION
              WHEN 'TRANSFER'
              WHEN 'VERIFY  '
                 IF WS-RQM-TO-ACCNO = 0
                    MOVE 'I' TO WS-RPM-FAIL-CD
                 END-IF
              WHEN 'BILLPAY '
                 IF WS-RQM-PAYEE-NICKNAME = SPACES
                    OR WS-RQM-PAYEE-REF = SPACES
                    MOVE 'I' TO WS-RPM-FAIL-CD
                 END-IF
           END-EVALUATE.

       VIN999.
           EXIT.


       RESOLVE-SAVED-PAYEE SECTION.
       RSP010.
      *
      *    A bill payment goes to the destination the customer saved
      *    under the nickname - the channel never supplies it.
      *
           MOVE WS-RQM-FROM-SCODE TO HV-ACCT-SORTCODE.
           MOVE WS-RQM-CUSTNO TO HV-INSTRUCTING-CUSTNO.
           MOVE WS-RQM-PAYEE-NICKNAME TO HV-PAYEE-NICKNAME.

           EXEC SQL
              SELECT SAVED_PAYEE_DEST_SORTCODE,
                     SAVED_PAYEE_DEST_NUMBER
                INTO :HV-PAYEE-DEST-SORTCODE,
                     :HV-PAYEE-DEST-NUMBER
                FROM SAVED_PAYEE
               WHERE SAVED_PAYEE_SORTCODE = :HV-ACCT-SORTCODE
                 AND SAVED_PAYEE_CUSTOMER = :HV-INSTRUCTING-CUSTNO
                 AND SAVED_PAYEE_NICKNAME = :HV-PAYEE-NICKNAME
           END-EXEC.

           IF SQLCODE = 100
              MOVE 'K' TO WS-RPM-FAIL-CD
              GO TO RSP999
           END-IF.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO SQLCODE-DISPLAY
              DISPLAY 'MQPAYSRV: Saved payee lookup failed. SQLCODE='
                      SQLCODE-DISPLAY
              MOVE 'Q' TO WS-RPM-FAIL-CD
              GO TO RSP999
           END-IF.

           MOVE HV-PAYEE-DEST-SORTCODE TO WS-RQM-TO-SCODE.
           MOVE HV-PAYEE-DEST-NUMBER TO WS-RQM-TO-ACCNO.

       RSP999.
           EXIT.


       CLAIM-INSTRUCTION SECTION.
       CLI010.
      *
      *    The insert is the duplicate check - the key is the channel
      *    and its message id, so a second insert of the same id
      *    fails -803 and the first attempt's outcome is the answer.
      *    The claim goes in as a rejection and is rewritten with
      *    the real outcome before the unit of work ends.
      *
           MOVE WS-RQM-SYSTEM TO HV-PYIN-CHANNEL.
           MOVE WS-MD-MSGID TO HV-PYIN-MSGID.
           MOVE WS-RQM-FUNCTION TO HV-PYIN-FUNCTION.
           MOVE WS-RQM-CUSTNO TO HV-PYIN-CUSTNO.
           MOVE WS-RQM-FROM-SCODE TO HV-PYIN-FROM-SORTCODE.
           MOVE WS-RQM-FROM-ACCNO TO HV-PYIN-FROM-NUMBER.
           MOVE WS-RQM-TO-SCODE TO HV-PYIN-TO-SORTCODE.
           MOVE WS-RQM-TO-ACCNO TO HV-PYIN-TO-NUMBER.
           MOVE WS-RQM-AMOUNT TO HV-PYIN-AMOUNT.
           MOVE 'R' TO HV-PYIN-STATUS.
           MOVE 'Q' TO HV-PYIN-FAIL-CODE.
           MOVE SPACES TO HV-PYIN-PROCTRAN-REF.
           MOVE 0 TO HV-PYIN-OUTBOUND-ID.
           MOVE ' ' TO HV-PYIN-COP-RESULT.

           PERFORM POPULATE-TIME-DATE.
           COMPUTE HV-PYIN-RECEIVED-DATE = WS-ORIG-DATE-YYYY * 10000
                                         + WS-ORIG-DATE-MM * 100
                                         + WS-ORIG-DATE-DD.
           MOVE WS-TIME-NOW TO HV-PYIN-RECEIVED-TIME.

           EXEC SQL
              INSERT INTO PAYMENT_INSTRUCTION
                 ( PYIN_CHANNEL,
                   PYIN_MSGID,
                   PYIN_FUNCTION,
                   PYIN_CUSTNO,
                   PYIN_FROM_SORTCODE,
                   PYIN_FROM_NUMBER,
                   PYIN_TO_SORTCODE,
                   PYIN_TO_NUMBER,
                   PYIN_AMOUNT,
                   PYIN_STATUS,
                   PYIN_FAIL_CODE,
                   PYIN_PROCTRAN_REF,
                   PYIN_OUTBOUND_ID,
                   PYIN_COP_RESULT,
                   PYIN_RECEIVED_DATE,
                   PYIN_RECEIVED_TIME )
                 VALUES
                 ( :HV-PYIN-CHANNEL,
                   :HV-PYIN-MSGID,
                   :HV-PYIN-FUNCTION,
                   :HV-PYIN-CUSTNO,
                   :HV-PYIN-FROM-SORTCODE,
                   :HV-PYIN-FROM-NUMBER,
                   :HV-PYIN-TO-SORTCODE,
                   :HV-PYIN-TO-NUMBER,
                   :HV-PYIN-AMOUNT,
                   :HV-PYIN-STATUS,
                   :HV-PYIN-FAIL-CODE,
                   :HV-PYIN-PROCTRAN-REF,
                   :HV-PYIN-OUTBOUND-ID,
                   :HV-PYIN-COP-RESULT,
                   :HV-PYIN-RECEIVED-DATE,
                   :HV-PYIN-RECEIVED-TIME )
           END-EXEC.

           IF SQLCODE = 0
              MOVE 'Y' TO WS-CLAIMED-SW
              GO TO CLI999
           END-IF.

           IF SQLCODE = -803
              PERFORM ANSWER-DUPLICATE
              GO TO CLI999
           END-IF.

      *
      *    The register cannot be written - nothing has been posted,
      *    so back the message out to be taken again. Once it has
      *    come back too often it is refused, unclaimed, so the
      *    channel hears something.
      *
           MOVE SQLCODE TO SQLCODE-DISPLAY.
           DISPLAY 'MQPAYSRV: PAYMENT_INSTRUCTION insert failed. '
                   'SQLCODE=' SQLCODE-DISPLAY.

           IF WS-MD-BACKOUTCOUNT NOT < WS-BACKOUT-LIMIT
              MOVE 'J' TO WS-RPM-FAIL-CD
              GO TO CLI999
           END-IF.

           PERFORM BACK-OUT-INSTRUCTION.

       CLI999.
           EXIT.


       ANSWER-DUPLICATE SECTION.
       ADU010.

           DISPLAY 'MQPAYSRV: Message id from ' WS-RQM-SYSTEM
                   ' already taken - answered from the first attempt'.

           MOVE 'Y' TO WS-RPM-DUPLICATE.

           EXEC SQL
              SELECT PYIN_STATUS,
                     PYIN_FAIL_CODE,
                     PYIN_PROCTRAN_REF,
                     PYIN_OUTBOUND_ID,
                     PYIN_COP_RESULT
                INTO :HV-PYIN-STATUS,
                     :HV-PYIN-FAIL-CODE,
                     :HV-PYIN-PROCTRAN-REF,
                     :HV-PYIN-OUTBOUND-ID,
                     :HV-PYIN-COP-RESULT
                FROM PAYMENT_INSTRUCTION
               WHERE PYIN_CHANNEL = :HV-PYIN-CHANNEL
                 AND PYIN_MSGID = :HV-PYIN-MSGID
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO SQLCODE-DISPLAY
              DISPLAY 'MQPAYSRV: PAYMENT_INSTRUCTION read failed. '
                      'SQLCODE=' SQLCODE-DISPLAY
              MOVE 'Q' TO WS-RPM-FAIL-CD
              GO TO ADU999
           END-IF.

           MOVE HV-PYIN-PROCTRAN-REF TO WS-RPM-PROCTRAN-REF.
           MOVE HV-PYIN-OUTBOUND-ID TO WS-RPM-OUTBOUND-ID.
           MOVE HV-PYIN-COP-RESULT TO WS-RPM-COP-RESULT.
           IF HV-PYIN-OUTBOUND-ID NOT = 0
              MOVE 'Y' TO WS-RPM-OUTBOUND
           END-IF.

           IF HV-PYIN-STATUS = 'P'
              MOVE 'Y' TO WS-RPM-SUCCESS
           ELSE
              MOVE HV-PYIN-FAIL-CODE TO WS-RPM-FAIL-CD
           END-IF.

       ADU999.
           EXIT.


       AUTHORISE-INSTRUCTION SECTION.
       AIN010.
      *
      *    A third-party provider reads under the customer's consent
      *    and nothing more - it never moves money.
      *
           MOVE WS-RQM-SYSTEM TO HV-TPP-ID.

           EXEC SQL
              SELECT TPP_NAME
                INTO :HV-TPP-NAME
                FROM THIRD_PARTY_PROVIDER
               WHERE TPP_ID = :HV-TPP-ID
           END-EXEC.

           IF SQLCODE = 0
              DISPLAY 'MQPAYSRV: Payment instruction from provider '
                      WS-RQM-SYSTEM ' refused'
              MOVE 'P' TO WS-RPM-FAIL-CD
              GO TO AIN999
           END-IF.

           IF SQLCODE NOT = 100
              MOVE SQLCODE TO SQLCODE-DISPLAY
              DISPLAY 'MQPAYSRV: Provider register check failed. '
                      'SQLCODE=' SQLCODE-DISPLAY
              MOVE 'Q' TO WS-RPM-FAIL-CD
              GO TO AIN999
           END-IF.

           MOVE WS-RQM-FROM-SCODE TO HV-ACCT-SORTCODE.
           MOVE WS-RQM-FROM-ACCNO TO HV-ACCT-NUMBER.
           MOVE WS-RQM-CUSTNO TO HV-INSTRUCTING-CUSTNO.

           EXEC SQL
              SELECT ACCOUNT_CUSTOMER_NUMBER
                INTO :HV-ACCT-CUSTNO
                FROM ACCOUNT
               WHERE ACCOUNT_SORTCODE = :HV-ACCT-SORTCODE
                 AND ACCOUNT_NUMBER = :HV-ACCT-NUMBER
           END-EXEC.

      *
      *    An account that is not there is XFRFUN's to report, with
      *    its own fail code, exactly as at the branch.
      *
           IF SQLCODE = 100
              MOVE SPACES TO HV-ACCT-CUSTNO
              GO TO AIN999
           END-IF.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO SQLCODE-DISPLAY
              DISPLAY 'MQPAYSRV: Account owner lookup failed. '
                      'SQLCODE=' SQLCODE-DISPLAY
              MOVE SPACES TO HV-ACCT-CUSTNO
              MOVE 'Q' TO WS-RPM-FAIL-CD
              GO TO AIN999
           END-IF.

      *
      *    Acting for someone else - the mandate must be the
      *    instructing customer's. XFRFUN's mandate check then says
      *    whether it permits this payment from this account.
      *
           IF WS-RQM-MANDATE-ID NOT = 0
              MOVE WS-RQM-MANDATE-ID TO HV-MANDATE-ID
              MOVE 0 TO HV-AUTH-COUNT
              EXEC SQL
                 SELECT COUNT(*)
                   INTO :HV-AUTH-COUNT
                   FROM MANDATE
                  WHERE MANDATE_ID = :HV-MANDATE-ID
                    AND MANDATE_HOLDER_CUSTOMER
                           = :HV-INSTRUCTING-CUSTNO
              END-EXEC
              IF SQLCODE NOT = 0
                 MOVE 'Q' TO WS-RPM-FAIL-CD
                 GO TO AIN999
              END-IF
              IF HV-AUTH-COUNT = 0
                 MOVE 'P' TO WS-RPM-FAIL-CD
              ELSE
                 MOVE 'Y' TO WS-AUTHORISED-SW
              END-IF
              GO TO AIN999
           END-IF.

           IF HV-ACCT-CUSTNO = HV-INSTRUCTING-CUSTNO
              MOVE 'Y' TO WS-AUTHORISED-SW
              GO TO AIN999
           END-IF.

      *
      *    Not the account's customer - a joint owner, or an active
      *    signatory of the organisation that owns it, may instruct.
      *    The organisation's signing limits are XFRFUN's to apply.
      *
           MOVE 0 TO HV-AUTH-COUNT.

           EXEC SQL
              SELECT COUNT(*)
                INTO :HV-AUTH-COUNT
                FROM ACCOUNT_OWNER
               WHERE ACCOUNT_OWNER_SORTCODE = :HV-ACCT-SORTCODE
                 AND ACCOUNT_OWNER_NUMBER = :HV-ACCT-NUMBER
                 AND ACCOUNT_OWNER_CUSTOMER = :HV-INSTRUCTING-CUSTNO
           END-EXEC.

           IF SQLCODE = 0 AND HV-AUTH-COUNT > 0
              MOVE 'Y' TO WS-AUTHORISED-SW
              GO TO AIN999
           END-IF.

           MOVE 0 TO HV-AUTH-COUNT.

           EXEC SQL
              SELECT COUNT(*)
                INTO :HV-AUTH-COUNT
                FROM SIGNATORY
               WHERE SIGNATORY_SORTCODE = :HV-ACCT-SORTCODE
                 AND SIGNATORY_ORG_NUMBER = :HV-ACCT-CUSTNO
                 AND SIGNATORY_CUSTOMER = :HV-INSTRUCTING-CUSTNO
                 AND SIGNATORY_STATUS = 'A'
                 AND SIGNATORY_SIGNING_LIMIT > 0
           END-EXEC.

           IF SQLCODE = 0 AND HV-AUTH-COUNT > 0
              MOVE 'Y' TO WS-AUTHORISED-SW
              GO TO AIN999
           END-IF.

           DISPLAY 'MQPAYSRV: Customer ' WS-RQM-CUSTNO
                   ' may not pay from ' WS-RQM-FROM-SCODE '/'
                   WS-RQM-FROM-ACCNO.
           MOVE 'P' TO WS-RPM-FAIL-CD.

       AIN999.
           EXIT.


       CHECK-PAYEE-NAME SECTION.
       CPN010.
      *
      *    Confirmation of payee runs as a verify-only XFRFUN call
      *    before the payment, so a close or no match stops the
      *    money unless the customer has already seen that verdict
      *    and chosen to go on. Without a payee name there is
      *    nothing to confirm - as at the branch.
      *
           IF WS-RQM-PAYEE-NAME = SPACES
              AND WS-RQM-FUNCTION NOT = 'VERIFY  '
              GO TO CPN999
           END-IF.

           PERFORM BUILD-XFRFUN-COMMAREA.
           MOVE 'Y' TO COMM-XFR-COP-VERIFY.

           EXEC CICS LINK PROGRAM(XFRFUN-PROGRAM)
                COMMAREA(XFRFUN-COMMAREA)
                RESP(WS-CICS-RESP)
           END-EXEC.

           IF WS-CICS-RESP NOT = DFHRESP(NORMAL)
              MOVE 'Q' TO WS-RPM-FAIL-CD
              GO TO CPN999
           END-IF.

           MOVE COMM-XFR-COP-RESULT TO WS-RPM-COP-RESULT.

           IF NOT TRANSFER-FUNDS-OK
              MOVE COMM-XFR-FAIL-CODE TO WS-RPM-FAIL-CD
              GO TO CPN999
           END-IF.

           IF WS-RQM-FUNCTION = 'VERIFY  '
              MOVE 'Y' TO WS-RPM-SUCCESS
              GO TO CPN999
           END-IF.

           IF (XFR-COP-CLOSE-MATCH OR XFR-COP-NO-MATCH)
              AND WS-RQM-COP-ACCEPTED NOT = 'Y'
              DISPLAY 'MQPAYSRV: Payee name verdict '
                      COMM-XFR-COP-RESULT ' not accepted - refused'
              MOVE 'C' TO WS-RPM-FAIL-CD
           END-IF.

       CPN999.
           EXIT.


       POST-PAYMENT SECTION.
       PPY010.

           PERFORM BUILD-XFRFUN-COMMAREA.
           MOVE 'N' TO COMM-XFR-COP-VERIFY.

           EXEC CICS LINK PROGRAM(XFRFUN-PROGRAM)
                COMMAREA(XFRFUN-COMMAREA)
                RESP(WS-CICS-RESP)
           END-EXEC.

           IF WS-CICS-RESP NOT = DFHRESP(NORMAL)
              MOVE 'Q' TO WS-RPM-FAIL-CD
              GO TO PPY999
           END-IF.

           MOVE COMM-XFR-COP-RESULT TO WS-RPM-COP-RESULT.

           IF NOT TRANSFER-FUNDS-OK
              DISPLAY 'MQPAYSRV: Payment from ' WS-RQM-FROM-SCODE '/'
                      WS-RQM-FROM-ACCNO ' refused, fail code '
                      COMM-XFR-FAIL-CODE
              MOVE COMM-XFR-FAIL-CODE TO WS-RPM-FAIL-CD
              GO TO PPY999
           END-IF.

           MOVE 'Y' TO WS-RPM-SUCCESS.
           MOVE COMM-XFR-PROCTRAN-REF TO WS-RPM-PROCTRAN-REF.
           MOVE COMM-XFR-OUTBOUND TO WS-RPM-OUTBOUND.
           MOVE COMM-XFR-OUTBOUND-ID TO WS-RPM-OUTBOUND-ID.
           MOVE COMM-XFR-FROM-AVAIL-BAL TO WS-RPM-FROM-AVAIL-BAL.
           MOVE COMM-XFR-FROM-ACTUAL-BAL TO WS-RPM-FROM-ACTUAL-BAL.
           MOVE COMM-XFR-NOTICE-PENALTY-AMT
              TO WS-RPM-NOTICE-PENALTY-AMT.

       PPY999.
           EXIT.


       BUILD-XFRFUN-COMMAREA SECTION.
       BXC010.
      *
      *    The channel never overrides a cooling-off hold - only a
      *    branch release does. The instructing customer signs as
      *    the first signatory; XFRFUN ignores the signatories for
      *    a private customer's account.
      *
           INITIALIZE XFRFUN-COMMAREA.
           MOVE 'XFR ' TO COMM-XFR-EYE.
           MOVE WS-RQM-FROM-SCODE TO COMM-XFR-FROM-SCODE.
           MOVE WS-RQM-FROM-ACCNO TO COMM-XFR-FROM-ACCNO.
           MOVE WS-RQM-TO-SCODE TO COMM-XFR-TO-SCODE.
           MOVE WS-RQM-TO-ACCNO TO COMM-XFR-TO-ACCNO.
           MOVE WS-RQM-AMOUNT TO COMM-XFR-AMT.
           MOVE WS-RQM-PAYEE-NAME TO COMM-XFR-PAYEE-NAME.
           MOVE WS-RQM-PAYEE-REF TO COMM-XFR-PAYEE-REF.
           MOVE 'N' TO COMM-XFR-HOLD-OVERRIDE.
           MOVE WS-RQM-MANDATE-ID TO COMM-XFR-MANDATE-ID.
           MOVE WS-RQM-CUSTNO TO COMM-XFR-SIGNATORY-1.
           MOVE WS-RQM-SIGNATORY-2 TO COMM-XFR-SIGNATORY-2.
           MOVE 'N' TO COMM-XFR-NOTICE-PENALTY.
           IF WS-RQM-NOTICE-PENALTY = 'Y'
              MOVE 'Y' TO COMM-XFR-NOTICE-PENALTY
           END-IF.

       BXC999.
           EXIT.


       RECORD-OUTCOME SECTION.
       ROC010.
      *
      *    The claim takes the real outcome in the same unit of work
      *    as the posting. If it cannot, the posting is backed out
      *    with it - a payment with no claim behind it could be
      *    posted a second time.
      *
           IF WS-RPM-SUCCESS = 'Y'
              MOVE 'P' TO HV-PYIN-STATUS
              MOVE ' ' TO HV-PYIN-FAIL-CODE
           ELSE
              MOVE 'R' TO HV-PYIN-STATUS
              MOVE WS-RPM-FAIL-CD TO HV-PYIN-FAIL-CODE
           END-IF.
           MOVE WS-RPM-PROCTRAN-REF TO HV-PYIN-PROCTRAN-REF.
           MOVE WS-RPM-OUTBOUND-ID TO HV-PYIN-OUTBOUND-ID.
           MOVE WS-RPM-COP-RESULT TO HV-PYIN-COP-RESULT.

           EXEC SQL
              UPDATE PAYMENT_INSTRUCTION
                 SET PYIN_STATUS = :HV-PYIN-STATUS,
                     PYIN_FAIL_CODE = :HV-PYIN-FAIL-CODE,
                     PYIN_PROCTRAN_REF = :HV-PYIN-PROCTRAN-REF,
                     PYIN_OUTBOUND_ID = :HV-PYIN-OUTBOUND-ID,
                     PYIN_COP_RESULT = :HV-PYIN-COP-RESULT
               WHERE PYIN_CHANNEL = :HV-PYIN-CHANNEL
                 AND PYIN_MSGID = :HV-PYIN-MSGID
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO SQLCODE-DISPLAY
              DISPLAY 'MQPAYSRV: PAYMENT_INSTRUCTION update failed. '
                      'SQLCODE=' SQLCODE-DISPLAY
              PERFORM BACK-OUT-INSTRUCTION
           END-IF.

       ROC999.
           EXIT.


       BACK-OUT-INSTRUCTION SECTION.
       BOI010.

           EXEC CICS SYNCPOINT ROLLBACK
           END-EXEC.

           MOVE 'Y' TO WS-BACKED-OUT-SW.

       BOI999.
           EXIT.


       PUT-REPLY-MESSAGE SECTION.
       PRM010.

           IF WS-MD-REPLYTOQ = SPACES OR LOW-VALUES
              DISPLAY 'MQPAYSRV: Instruction from ' WS-RQM-SYSTEM
                      ' carried no reply-to queue - consumed'
              GO TO PRM999
           END-IF.

           MOVE WS-MD-REPLYTOQ TO WS-OD-OBJECTNAME.
           MOVE LOW-VALUES TO WS-RD-MSGID.
           MOVE WS-MD-MSGID TO WS-RD-CORRELID.
           MOVE LENGTH OF WS-REPLY-MESSAGE TO WS-MQ-BUFFLEN.

           CALL 'MQPUT1' USING WS-MQ-HCONN,
                               WS-MQ-OBJDESC,
                               WS-MQ-RPLYDESC,
                               WS-MQ-PUTMSGOPTS,
                               WS-MQ-BUFFLEN,
                               WS-REPLY-MESSAGE,
                               WS-MQ-COMPCODE,
                               WS-MQ-REASON.

           IF WS-MQ-COMPCODE NOT = 0
              DISPLAY 'MQPAYSRV: Reply MQPUT1 failed, COMPCODE='
                      WS-MQ-COMPCODE ' REASON=' WS-MQ-REASON
           END-IF.

           MOVE WS-REQUEST-QUEUE TO WS-OD-OBJECTNAME.

       PRM999.
           EXIT.


       WRITE-ACCESS-LOG SECTION.
       WAL010.
      *
      *    Every instruction - posted, refused or a duplicate - joins
      *    the subject-access trail under the CHANNEL'S identifier,
      *    against the customer whose account it would have paid
      *    from (the instructing customer when the account is not
      *    known). Only a message that is not an instruction at all
      *    is left off.
      *
           IF WS-RPM-FAIL-CD = 'E' OR WS-RPM-FAIL-CD = 'U'
              GO TO WAL999
           END-IF.

           MOVE WS-RQM-FROM-SCODE TO HV-ACCLOG-SORTCODE.
           MOVE HV-ACCT-CUSTNO TO HV-ACCLOG-NUMBER.
           IF HV-ACCT-CUSTNO = SPACES
              MOVE WS-RQM-CUSTNO TO HV-ACCLOG-NUMBER
           END-IF.
           MOVE WS-RQM-SYSTEM (1:3) TO HV-ACCLOG-OPERATOR.

           PERFORM POPULATE-TIME-DATE.
           MOVE WS-ORIG-DATE TO HV-ACCLOG-DATE.
           MOVE WS-TIME-NOW TO HV-ACCLOG-TIME.
           MOVE EIBTASKN TO WS-EIBTASKN12.
           MOVE WS-EIBTASKN12 TO HV-ACCLOG-TASKNO.

           EXEC SQL
              INSERT INTO CUSTOMER_ACCESS_LOG
                 ( CUSTOMER_ACCESS_LOG_SORTCODE,
                   CUSTOMER_ACCESS_LOG_NUMBER,
                   CUSTOMER_ACCESS_LOG_PROGRAM,
                   CUSTOMER_ACCESS_LOG_ACCESS_TYPE,
                   CUSTOMER_ACCESS_LOG_OPERATOR,
                   CUSTOMER_ACCESS_LOG_DATE,
                   CUSTOMER_ACCESS_LOG_TIME,
                   CUSTOMER_ACCESS_LOG_TASKNO )
                 VALUES
                 ( :HV-ACCLOG-SORTCODE,
                   :HV-ACCLOG-NUMBER,
                   'MQPAYSRV',
                   'MQPAYMENT',
                   :HV-ACCLOG-OPERATOR,
                   :HV-ACCLOG-DATE,
                   :HV-ACCLOG-TIME,
                   :HV-ACCLOG-TASKNO )
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO SQLCODE-DISPLAY
              DISPLAY 'MQPAYSRV - CUSTOMER_ACCESS_LOG insert '
                      'failed. SQLCODE=' SQLCODE-DISPLAY
           END-IF.

       WAL999.
           EXIT.


       POPULATE-TIME-DATE SECTION.
       PTD010.

           EXEC CICS ASKTIME
              ABSTIME(WS-U-TIME)
           END-EXEC.

           EXEC CICS FORMATTIME
                     ABSTIME(WS-U-TIME)
                     DDMMYYYY(WS-ORIG-DATE)
                     TIME(WS-TIME-NOW)
                     DATESEP
           END-EXEC.

       PTD999.
           EXIT.


       GET-ME-OUT-OF-HERE SECTION.
       GMOFH010.

           EXEC CICS RETURN
           END-EXEC.

       GMOFH999.
           EXIT.
