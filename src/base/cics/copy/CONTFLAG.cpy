      *  contact channel as failed in CONTACT_STATUS: the branch's    *
      *  way of recording a returned letter ('POST') or a bounced     *
      *  address ('EMAIL') so the detail stops being used until a     *
      *  good value is captured. Flagging a channel that holds a      *
      *  MORTSCRN screening match (state SCREEN) confirms it.         *
      *                                                                *
      ******************************************************************
          03 COMM-CF-SCODE                   PIC X(6).
