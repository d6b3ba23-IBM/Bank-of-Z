                 88 CUSTOMER-STATUS-INACTIVE         VALUE 'INACTIVE'.
                 88 CUSTOMER-STATUS-SUSPENDED        VALUE 'SUSPENDED'.
                 88 CUSTOMER-STATUS-DECEASED         VALUE 'DECEASED'.
                 88 CUSTOMER-STATUS-RESTRICTED       VALUE 'RESTRICTED'.
              05 CUSTOMER-CREATED-DATE               PIC 9(8).
              05 CUSTOMER-CREATED-GROUP REDEFINES CUSTOMER-CREATED-DATE.
                 07 CUSTOMER-CREATED-DAY             PIC 99.
