           03  xrp-resolved-date   PIC 9(8).
           03  xrp-owner           PIC X(8).
           03  xrp-assigned-date   PIC 9(8).
           03  xrp-cause-code      PIC X(4).
