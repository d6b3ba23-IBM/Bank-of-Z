             88 WP-TO-NOT-FOUND              VALUE '6'.
             88 WP-PAYMENT-NOT-FOUND         VALUE '7'.
             88 WP-OVER-LIMIT                VALUE 'O'.
             88 WP-BAD-DESTINATION           VALUE 'V'.
             88 WP-DB2-ERROR                 VALUE '8'.
