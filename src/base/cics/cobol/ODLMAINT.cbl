          03 HV-PROD-TYPE               PIC X(8).
          03 HV-PROD-OD-ALLOWED         PIC X.
          03 HV-PROD-OD-CEILING         PIC S9(9) COMP.
          03 HV-PROD-CLASS              PIC X.

      * OPERATOR_ROLE DB2 copybook - large increases are gated on
      * the roles UPDCUST trusts with sensitive fields
          03 HV-AUDIT-OPERATOR          PIC X(3).
          03 HV-AUDIT-DATE              PIC X(10).
          03 HV-AUDIT-TIME              PIC X(8).
          03 HV-AUDIT-REASON            PIC X(20).

      * TRANSACTION_TYPE DB2 copybook - the 'ODL' record this
      * change writes must be on the reference table

           EXEC SQL
              SELECT ACCOUNT_PRODUCT_OD_ALLOWED,
                     ACCOUNT_PRODUCT_OD_CEILING,
                     ACCOUNT_PRODUCT_CLASS
                INTO :HV-PROD-OD-ALLOWED,
                     :HV-PROD-OD-CEILING,
                     :HV-PROD-CLASS
                FROM ACCOUNT_PRODUCT
               WHERE ACCOUNT_PRODUCT_TYPE = :HV-PROD-TYPE
           END-EXEC.
              PERFORM GET-ME-OUT-OF-HERE
           END-IF.

      *
      *    A loan account's limit is the advance LOANDRAW drew down
      *    against - it runs off with the repayment schedule and is
      *    not a facility the branch can move.
      *
           IF HV-PROD-CLASS = 'L'
              DISPLAY 'ODLMAINT: Limit on a loan account cannot be '
                      'changed'
              MOVE 'T' TO COMM-ODL-FAIL-CD
              PERFORM GET-ME-OUT-OF-HERE
           END-IF.

           IF COMM-ODL-NEW-LIMIT > ZERO
              AND HV-PROD-OD-ALLOWED NOT = 'Y'
              DISPLAY 'ODLMAINT: Product does not allow overdrafts'
           MOVE COMM-ODL-NEW-LIMIT TO HV-AUDIT-NEW-LIMIT.
           MOVE EIBOPID TO HV-AUDIT-OPERATOR.
           MOVE WS-ORIG-DATE TO HV-AUDIT-DATE.
           MOVE 'REQUEST' TO HV-AUDIT-REASON.
           MOVE SPACES TO HV-AUDIT-TIME.
           STRING WS-TIME-NOW-GRP-HH DELIMITED BY SIZE,
                  ':' DELIMITED BY SIZE,
                       ODL_AUDIT_NEW_LIMIT,
                       ODL_AUDIT_OPERATOR,
                       ODL_AUDIT_DATE,
                       ODL_AUDIT_TIME,
                       ODL_AUDIT_REASON )
              VALUES ( :HV-ACCOUNT-SORTCODE,
                       :HV-ACCOUNT-NUMBER,
                       :HV-AUDIT-OLD-LIMIT,
                       :HV-AUDIT-NEW-LIMIT,
                       :HV-AUDIT-OPERATOR,
                       :HV-AUDIT-DATE,
                       :HV-AUDIT-TIME,
                       :HV-AUDIT-REASON )
           END-EXEC.

           IF SQLCODE NOT = 0
