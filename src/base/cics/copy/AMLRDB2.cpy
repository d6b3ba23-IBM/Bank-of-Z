      *  forwarded within days) or 'OUTLIER' (activity wildly out of  *
      *  line with the account's history). AML_REVIEW_EVIDENCE        *
      *  summarizes the evidencing transactions. AML_REVIEW_STATUS    *
      *  is O open, C cleared (not suspicious), W kept under watch,   *
      *  T true concern escalated to a suspicious activity report.    *
      *                                                                *
      *  AMLWORK records the analyst's disposition (_DISPOSED_BY,     *
      *  _DISPOSED_DATE and _NOTES); SARSUBM stamps _SAR_FILED_DATE   *
      *  when the case goes out on the regulator's submission file.   *
      *  A T case holds CLOSACC and TRANSCUS off the customer until   *
      *  the MLRO releases it (_RELEASED_BY, _RELEASED_DATE and       *
      *  _RELEASE_NOTES). These columns are null until set.           *
      *                                                                *
      ******************************************************************
           EXEC SQL DECLARE AML_REVIEW TABLE
                AML_REVIEW_EVIDENCE            CHAR(100) NOT NULL,
                AML_REVIEW_STATUS              CHAR(1) NOT NULL,
                AML_REVIEW_RAISED_DATE         CHAR(10) NOT NULL,
                AML_REVIEW_RAISED_BY           CHAR(8) NOT NULL,
                AML_REVIEW_DISPOSED_BY         CHAR(3),
                AML_REVIEW_DISPOSED_DATE       CHAR(10),
                AML_REVIEW_NOTES               CHAR(200),
                AML_REVIEW_SAR_FILED_DATE      CHAR(10),
                AML_REVIEW_RELEASED_BY         CHAR(3),
                AML_REVIEW_RELEASED_DATE       CHAR(10),
                AML_REVIEW_RELEASE_NOTES       CHAR(100) )
           END-EXEC.
