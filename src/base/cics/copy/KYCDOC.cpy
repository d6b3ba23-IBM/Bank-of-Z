      *  Commarea for KYCDOC - records, removes and lists the        *
      *  identity documents seen for a customer (see KYCDDB2). The   *
      *  verifying operator is captured automatically from EIBOPID.  *
      *  Recording a document for a customer RESTRICTED by an        *
      *  identity verification refer lifts them to ACTIVE, and       *
      *  COMM-KYC-LIFTED comes back 'Y' to say so.                   *
      *                                                                *
      ******************************************************************
          03 COMM-KYC-ACTION                 PIC X.
             05 COMM-KYC-RES-ISSUE           PIC 9(8).
             05 COMM-KYC-RES-EXPIRY          PIC 9(8).
             05 COMM-KYC-RES-VERIFIED        PIC X(3).
          03 COMM-KYC-LIFTED                 PIC X.
             88 KYC-RESTRICTION-LIFTED       VALUE 'Y'.
