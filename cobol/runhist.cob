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
    01 del-disp PIC ZZZZZ9.
    01 dictd-disp PIC ZZZZZ9.
    01 dictm-disp PIC ZZZZZ9.
    01 secs-disp PIC ZZZZZZ9.
    01 secs-text PIC X(7).

PROCEDURE DIVISION.
    Begin.
        .

    Display-Heading.
        DISPLAY "TIMESTAMP            WRAP CASE ALGN PAGE  INPUT OUTPUT  WORDS   KEPT    DEL   WARN  AVGLEN  DICTD  DICTM     SECS  FILE"
        .

    Display-Record.
        MOVE hist-wordsDeleted TO del-disp
        MOVE hist-dictDropped TO dictd-disp
        MOVE hist-dictMasked TO dictm-disp
        *>a run recorded before the elapsed time was kept shows blank
        IF hist-elapsedSecs IS NUMERIC
            MOVE hist-elapsedSecs TO secs-disp
            MOVE secs-disp TO secs-text
        ELSE
            MOVE SPACE TO secs-text
        END-IF
        DISPLAY hist-timestamp "  " hist-wrapWidth "    " hist-caseMode "    " hist-alignMode "  " hist-pageSize " " in-disp " " out-disp " " words-disp " " kept-disp " " del-disp " " warn-disp " " avg-disp " " dictd-disp " " dictm-disp "  " secs-text "  " function trim(hist-filename)
        ADD 1 TO matchCount
        .

