        05 hist-avgLen           PIC 9(6)V99.
        05 hist-dictDropped      PIC 9(6).
        05 hist-dictMasked       PIC 9(6).
        05 hist-inputFormat      PIC X.
        05 hist-layoutMode       PIC X.
        05 hist-sentLimit        PIC 999.
        05 hist-ckptInterval     PIC 999.
        05 hist-dictFile         PIC X(255).
        05 hist-parmDeck         PIC X(255).
        05 hist-settingSources   PIC X(16).
        05 hist-elapsedSecs      PIC 9(8).
        05 hist-resumedAt        PIC X(19).
        05 hist-postedAt         PIC X(19).
WORKING-STORAGE SECTION.
    01 END-OF-HISTORY PIC Z(1).
    01 historyFilename PIC X(255) VALUE "RUNHIST.DAT".
