        >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. histconv.
*>one-off conversion of the run-history master to the current record
*>layout. The master used to stop at the dictionary counts; the record has
*>since grown the rest of the effective settings, the elapsed time, the
*>resumed-at and the posted-at times, and an indexed file holding the old,
*>shorter record will not open under the new layout at all (status 39) --
*>so format would stop posting history and balance would hold every batch.
*>This reads every record of the old master and writes it, same key, to a
*>new master in the current layout. The fields the old record never had go
*>in blank -- spaces in the text fields and in the elapsed time, which is
*>how runhist, histextr and batchstat recognize a run recorded before it was
*>kept -- except the sentence limit and checkpoint interval, which are zero.
*>
*>Run it once, with no format job running, then put the new master in the
*>old one's place (keep the old one until runhist reads the new one
*>cleanly). It never writes over an existing file: a new-master name that
*>is already there is refused.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
SELECT OldHistoryFile ASSIGN TO DYNAMIC oldHistoryFilename
ORGANIZATION IS INDEXED
ACCESS MODE IS SEQUENTIAL
RECORD KEY IS old-key
FILE STATUS IS oldHistoryFileStatus.
SELECT HistoryFile ASSIGN TO DYNAMIC historyFilename
ORGANIZATION IS INDEXED
ACCESS MODE IS SEQUENTIAL
RECORD KEY IS hist-key
FILE STATUS IS historyFileStatus.

DATA DIVISION.
FILE SECTION.
    FD OldHistoryFile.
    01 old-record.
        05 old-key.
            10 old-filename      PIC X(255).
            10 old-timestamp     PIC X(19).
        05 old-wrapWidth         PIC 999.
        05 old-caseMode          PIC X.
        05 old-alignMode         PIC X.
        05 old-pageSize          PIC 999.
        05 old-inputLines        PIC 9(6).
        05 old-outputLines       PIC 9(6).
        05 old-words             PIC 9(6).
        05 old-wordsKept         PIC 9(6).
        05 old-wordsDeleted      PIC 9(6).
        05 old-warnings          PIC 9(6).
        05 old-avgLen            PIC 9(6)V99.
        05 old-dictDropped       PIC 9(6).
        05 old-dictMasked        PIC 9(6).
    FD HistoryFile.
    01 hist-record.
        05 hist-key.
            10 hist-filename     PIC X(255).
            10 hist-timestamp    PIC X(19).
        05 hist-wrapWidth        PIC 999.
        05 hist-caseMode         PIC X.
        05 hist-alignMode        PIC X.
        05 hist-pageSize         PIC 999.
        05 hist-inputLines       PIC 9(6).
        05 hist-outputLines      PIC 9(6).
        05 hist-words            PIC 9(6).
        05 hist-wordsKept        PIC 9(6).
        05 hist-wordsDeleted     PIC 9(6).
        05 hist-warnings         PIC 9(6).
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
    01 oldHistoryFilename PIC X(255).
    01 oldHistoryFileStatus PIC XX VALUE "00".
    01 historyFilename PIC X(255).
    01 historyFileStatus PIC XX VALUE "00".
    01 argnum PIC 9(4) COMP.
    01 readCount PIC 9(8) VALUE 0.
    01 writeCount PIC 9(8) VALUE 0.
    01 failCount PIC 9(8) VALUE 0.
    01 count-disp PIC ZZZZZZZ9.

PROCEDURE DIVISION.
    Begin.
        PERFORM Get-Arguments

        *>a status 39 on the old master means its records are not the old
        *>length -- most likely it has been converted already
        OPEN INPUT OldHistoryFile
        IF oldHistoryFileStatus = "39"
            DISPLAY "ERROR: " function trim(oldHistoryFilename) " is not in the old run-history layout (status 39) - already converted?"
            MOVE 12 TO RETURN-CODE
            GOBACK
        END-IF
        IF oldHistoryFileStatus NOT = "00"
            DISPLAY "ERROR: cannot open run history " function trim(oldHistoryFilename) " (status " oldHistoryFileStatus ")"
            MOVE 12 TO RETURN-CODE
            GOBACK
        END-IF

        *>anything but "not there" on the new name means a file is in the
        *>way -- never write over it
        OPEN INPUT HistoryFile
        IF historyFileStatus NOT = "35"
            IF historyFileStatus = "00"
                CLOSE HistoryFile
            END-IF
            DISPLAY "ERROR: " function trim(historyFilename) " already exists (status " historyFileStatus ") - name a new file for the converted master"
            CLOSE OldHistoryFile
            MOVE 12 TO RETURN-CODE
            GOBACK
        END-IF

        OPEN OUTPUT HistoryFile
        IF historyFileStatus NOT = "00"
            DISPLAY "ERROR: cannot create converted master " function trim(historyFilename) " (status " historyFileStatus ")"
            CLOSE OldHistoryFile
            MOVE 12 TO RETURN-CODE
            GOBACK
        END-IF

        DISPLAY "RUN HISTORY CONVERSION  FROM " function trim(oldHistoryFilename) "  TO " function trim(historyFilename)

        *>the old master is read in key order, so the new one is loaded in
        *>key order too
        MOVE 0 TO END-OF-HISTORY
        PERFORM UNTIL END-OF-HISTORY = 1
            READ OldHistoryFile NEXT
                AT END MOVE 1 TO END-OF-HISTORY
            END-READ
            IF END-OF-HISTORY NOT = 1
                ADD 1 TO readCount
                PERFORM Convert-Record
            END-IF
        END-PERFORM
        CLOSE OldHistoryFile
        CLOSE HistoryFile

        DISPLAY SPACE
        MOVE readCount TO count-disp
        DISPLAY "RECORDS READ       " count-disp
        MOVE writeCount TO count-disp
        DISPLAY "RECORDS WRITTEN    " count-disp
        MOVE failCount TO count-disp
        DISPLAY "RECORDS NOT WRITTEN" count-disp

        *>a short master is worse than none -- the old one stays the one
        *>in use until the counts agree
        IF failCount > 0
            DISPLAY "ERROR: conversion incomplete - keep using " function trim(oldHistoryFilename)
            MOVE 8 TO RETURN-CODE
        ELSE
            DISPLAY "CONVERSION COMPLETE - PUT " function trim(historyFilename) " IN PLACE OF " function trim(oldHistoryFilename)
            MOVE 0 TO RETURN-CODE
        END-IF

    GOBACK
    .

    Convert-Record.
        MOVE SPACE TO hist-record
        MOVE old-filename TO hist-filename
        MOVE old-timestamp TO hist-timestamp
        MOVE old-wrapWidth TO hist-wrapWidth
        MOVE old-caseMode TO hist-caseMode
        MOVE old-alignMode TO hist-alignMode
        MOVE old-pageSize TO hist-pageSize
        MOVE old-inputLines TO hist-inputLines
        MOVE old-outputLines TO hist-outputLines
        MOVE old-words TO hist-words
        MOVE old-wordsKept TO hist-wordsKept
        MOVE old-wordsDeleted TO hist-wordsDeleted
        MOVE old-warnings TO hist-warnings
        MOVE old-avgLen TO hist-avgLen
        MOVE old-dictDropped TO hist-dictDropped
        MOVE old-dictMasked TO hist-dictMasked
        *>the settings the old record never kept: the two numbers are
        *>zero, everything else (the elapsed time included) stays blank
        MOVE 0 TO hist-sentLimit
        MOVE 0 TO hist-ckptInterval
        WRITE hist-record
            INVALID KEY
                DISPLAY "ERROR: cannot write " function trim(hist-filename) " " hist-timestamp " (status " historyFileStatus ")"
                ADD 1 TO failCount
            NOT INVALID KEY
                ADD 1 TO writeCount
        END-WRITE
        .

    Get-Arguments.
        *>arg 1: the master in the old layout; arg 2: the name of the new
        *>master to create -- both required, so the conversion is always
        *>a deliberate act on named files
        MOVE SPACE TO oldHistoryFilename
        MOVE SPACE TO historyFilename
        MOVE 1 TO argnum
        DISPLAY argnum UPON ARGUMENT-NUMBER
        ACCEPT oldHistoryFilename FROM ARGUMENT-VALUE
            ON EXCEPTION
                CONTINUE
        END-ACCEPT
        MOVE 2 TO argnum
        DISPLAY argnum UPON ARGUMENT-NUMBER
        ACCEPT historyFilename FROM ARGUMENT-VALUE
            ON EXCEPTION
                CONTINUE
        END-ACCEPT

        IF oldHistoryFilename = SPACE OR historyFilename = SPACE
            DISPLAY "Usage: histconv <old-master> <new-master>"
            DISPLAY "       copies every run-history record from the old record layout into a"
            DISPLAY "       new master in the current layout; new-master must not exist yet"
            MOVE 12 TO RETURN-CODE
            GOBACK
        END-IF
        .
