      *  the verdict comes back with the holder's name for the        *
      *  access-log stamp.                                             *
      *                                                                *
      *  Scope 'S' asks the signing question instead: may the          *
      *  customer's own instruction to pay COMM-MC-AMOUNT go ahead     *
      *  on the signatures of COMM-MC-SIGNATORY-1 (and -2)? A          *
      *  private customer always may; an organisation needs active     *
      *  signatories each within their own signing limit, and two      *
      *  different ones above its dual-signing limit. No mandate id    *
      *  is needed for a signing call.                                 *
      *                                                                *
      ******************************************************************
          03 COMM-MC-MANDATE-ID              PIC 9(9).
          03 COMM-MC-SCODE                   PIC X(6).
             88 MC-SCOPE-INSUFFICIENT        VALUE '3'.
             88 MC-OVER-LIMIT                VALUE '4'.
             88 MC-NOT-IN-FORCE              VALUE '5'.
             88 MC-NOT-A-SIGNATORY           VALUE '6'.
             88 MC-SECOND-SIGNATURE-NEEDED   VALUE '7'.
             88 MC-DB2-ERROR                 VALUE '8'.
          03 COMM-MC-SIGNATORY-1             PIC X(10).
          03 COMM-MC-SIGNATORY-2             PIC X(10).
