      ******************************************************************
      *                                                                *
      *  Copyright IBM Corp. 2026                                      *
      *                                                                *
      *  Db2 CUSTOMER_VULNERABILITY Table Declaration                  *
      *                                                                *
      *  The structured vulnerability register, one row per customer   *
      *  and CATEGORY: 'HEALTH', 'BEREAVE' (bereavement), 'FINDIFF'    *
      *  (financial difficulty) or 'ACCESS' (accessibility). CONSENT   *
      *  is the customer's consent to the circumstances being          *
      *  recorded - 'Y', or 'N' where they declined, in which case     *
      *  only the category and the support agreed are held and         *
      *  SUPPORT_NOTES stays blank.                                    *
      *                                                                *
      *  The support agreed is carried as flags the batch honours:     *
      *  FEE_WAIVE 'Y' stops FEECHARG's monthly fee, COLL_PAUSE 'Y'    *
      *  holds ODEXCESS's excess letters and COLLNITE's escalation,    *
      *  and LETTER_FORMAT chooses 'S' standard, 'L' large-print or    *
      *  'B' braille letter templates. REVIEW_DATE is when the record  *
      *  must next be reviewed with the customer; VULNCHSE lists       *
      *  those falling due. Dates are CCYYMMDD integers, and the       *
      *  recording operator comes from EIBOPID. VULNCHK is the one     *
      *  copy of the rules that combine a customer's rows.             *
      *                                                                *
      ******************************************************************
           EXEC SQL DECLARE CUSTOMER_VULNERABILITY TABLE
              ( CUST_VULN_SORTCODE             CHAR(6) NOT NULL,
                CUST_VULN_NUMBER               CHAR(10) NOT NULL,
                CUST_VULN_CATEGORY             CHAR(10) NOT NULL,
                CUST_VULN_CONSENT              CHAR(1) NOT NULL,
                CUST_VULN_FEE_WAIVE            CHAR(1) NOT NULL,
                CUST_VULN_COLL_PAUSE           CHAR(1) NOT NULL,
                CUST_VULN_LETTER_FORMAT        CHAR(1) NOT NULL,
                CUST_VULN_SUPPORT_NOTES        CHAR(100) NOT NULL,
                CUST_VULN_RECORDED_BY          CHAR(3) NOT NULL,
                CUST_VULN_RECORDED_DATE        INTEGER NOT NULL,
                CUST_VULN_REVIEW_DATE          INTEGER NOT NULL )
           END-EXEC.
