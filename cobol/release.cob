        >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. release.
*>release companion to the reflow driver: once balance has passed a batch,
*>this program writes the transmittal manifest that travels with the
*>finished documents to the print vendor and the client portal. For every
*>OK entry in the control file's .SUMMARY, and every SKIP entry a restarted
*>batch finished in an earlier attempt (or for the one .MERGED document of
*>a MERGE batch, unless the merge was stopped part way) it records the document's filename, record count, byte
*>count, a hash total over the text, the run timestamp the run-history
*>master holds it under, and its page count, then a trailer with the batch
*>totals. relverify recomputes the same figures at the receiving end, so a
*>truncated or altered transfer shows up before anyone prints from it.
*>
*>The figures are defined so either side can reproduce them from the file
*>alone: a record is one line; its length is the line without trailing
*>spaces, and the byte count adds one per line for the line end; the hash
*>total adds, for every character up to that length, the character's
*>ordinal position in the collating sequence times its column; a page is
*>a "FILE: " page-header line. Read-only against everything except the
*>manifest, <control-file>.MANIFEST.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
SELECT SummaryFile ASSIGN TO DYNAMIC summaryFilename
ORGANIZATION IS LINE SEQUENTIAL
FILE STATUS IS summaryFileStatus.
SELECT DocFile ASSIGN TO DYNAMIC docFilename
ORGANIZATION IS LINE SEQUENTIAL
FILE STATUS IS docFileStatus.
SELECT ManifestFile ASSIGN TO DYNAMIC manifestFilename
ORGANIZATION IS LINE SEQUENTIAL
FILE STATUS IS manifestFileStatus.
SELECT HistoryFile ASSIGN TO DYNAMIC historyFilename
ORGANIZATION IS INDEXED
ACCESS MODE IS DYNAMIC
RECORD KEY IS hist-key
FILE STATUS IS historyFileStatus.

DATA DIVISION.
FILE SECTION.
    FD SummaryFile.
    01 summaryLine PIC X(255).
    FD DocFile.
    01 docLine PIC X(512).
    FD ManifestFile.
    01 manifestLine PIC X(340).
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
    01 END-OF-SUMMARY PIC Z(1).
    01 END-OF-DOC PIC Z(1).
    01 summaryFilename PIC X(255).
    01 summaryFileStatus PIC XX VALUE "00".
    01 docFilename PIC X(255).
    01 docFileStatus PIC XX VALUE "00".
    01 manifestFilename PIC X(255).
    01 manifestFileStatus PIC XX VALUE "00".
    01 historyFilename PIC X(255) VALUE "RUNHIST.DAT".
    01 historyFileStatus PIC XX VALUE "00".
    01 historyArg PIC X(255).
    01 argnum PIC 9(4) COMP.
    01 controlFilename PIC X(255).
    01 filename PIC X(255).
    01 runTimestamp PIC X(19) VALUE SPACE.
    01 docTimestamp PIC X(19).
    01 runMode PIC X(8) VALUE "BATCH".
    01 currentDateTime PIC X(21).
    01 createdTimestamp PIC X(19).
    01 lineLen PIC 999 COMP.
    01 trailingSpaces PIC 999 COMP.
    01 C PIC 999 COMP.
    01 entryStatus PIC X(8).
    01 histFound PIC X.
    01 totalsSeen PIC X VALUE "N".
    01 releaseWarnings PIC X VALUE "N".
    01 releaseProblems PIC X VALUE "N".
    01 stoppedSeen PIC X VALUE "N".
    *>one document's figures, then the running batch totals
    01 docRecords PIC 9(8).
    01 docBytes PIC 9(12).
    01 docHash PIC 9(18).
    01 docPages PIC 9(6).
    01 totRecords PIC 9(8) VALUE 0.
    01 totBytes PIC 9(12) VALUE 0.
    01 totHash PIC 9(18) VALUE 0.
    01 totPages PIC 9(6) VALUE 0.
    01 totFiles PIC 9(6) VALUE 0.
    01 heldCount PIC 9(6) VALUE 0.
    01 count-disp PIC ZZZZZ9.
    01 rec-disp PIC ZZZZZZZ9.
    01 page-disp PIC ZZZZZ9.

PROCEDURE DIVISION.
    Begin.
        PERFORM Get-Arguments

        MOVE SPACE TO summaryFilename
        STRING function trim(controlFilename) ".SUMMARY" DELIMITED BY SIZE INTO summaryFilename
        MOVE 0 TO END-OF-SUMMARY
        OPEN INPUT SummaryFile
        IF summaryFileStatus NOT = "00"
            DISPLAY "ERROR: cannot open batch summary " function trim(summaryFilename) " (status " summaryFileStatus ")"
            MOVE 12 TO RETURN-CODE
            GOBACK
        END-IF

        *>a summary with no TOTALS line belongs to a batch that never
        *>reached its close-out -- nothing from it is ready to ship, so
        *>look for the line before any manifest is started
        PERFORM UNTIL END-OF-SUMMARY = 1
            READ SummaryFile
                AT END MOVE 1 TO END-OF-SUMMARY
            END-READ
            IF END-OF-SUMMARY NOT = 1 AND summaryLine(38:8) = "TOTALS"
                MOVE "Y" TO totalsSeen
            END-IF
        END-PERFORM
        CLOSE SummaryFile
        IF totalsSeen = "N"
            DISPLAY "ERROR: " function trim(summaryFilename) " has no TOTALS line - batch did not run to completion, nothing released"
            MOVE 12 TO RETURN-CODE
            GOBACK
        END-IF

        MOVE 0 TO END-OF-SUMMARY
        OPEN INPUT SummaryFile
        PERFORM Read-Summary-Header
        IF historyArg NOT = SPACE
            MOVE historyArg TO historyFilename
        END-IF

        OPEN INPUT HistoryFile
        IF historyFileStatus NOT = "00"
            DISPLAY "ERROR: cannot open run history " function trim(historyFilename) " (status " historyFileStatus ")"
            CLOSE SummaryFile
            MOVE 12 TO RETURN-CODE
            GOBACK
        END-IF

        MOVE SPACE TO manifestFilename
        STRING function trim(controlFilename) ".MANIFEST" DELIMITED BY SIZE INTO manifestFilename
        OPEN OUTPUT ManifestFile
        IF manifestFileStatus NOT = "00"
            DISPLAY "ERROR: cannot open manifest " function trim(manifestFilename) " (status " manifestFileStatus ")"
            CLOSE SummaryFile
            CLOSE HistoryFile
            MOVE 12 TO RETURN-CODE
            GOBACK
        END-IF

        MOVE function current-date TO currentDateTime
        STRING currentDateTime(1:4) "-" currentDateTime(5:2) "-" currentDateTime(7:2)
            " " currentDateTime(9:2) ":" currentDateTime(11:2) ":" currentDateTime(13:2)
            DELIMITED BY SIZE INTO createdTimestamp

        MOVE SPACE TO manifestLine
        STRING "H RELEASE MANIFEST  CONTROL: " function trim(controlFilename) "  MODE: " function trim(runMode) "  RUN: " runTimestamp "  CREATED: " createdTimestamp DELIMITED BY SIZE INTO manifestLine
        WRITE manifestLine
        DISPLAY "RELEASE MANIFEST  CONTROL: " function trim(controlFilename) "  MODE: " function trim(runMode) "  RUN: " runTimestamp
        DISPLAY " RECORDS   PAGES  RUN TIMESTAMP        FILE"

        PERFORM UNTIL END-OF-SUMMARY = 1
            READ SummaryFile
                AT END MOVE 1 TO END-OF-SUMMARY
            END-READ
            IF END-OF-SUMMARY NOT = 1
                PERFORM Take-Summary-Line
            END-IF
        END-PERFORM
        CLOSE SummaryFile
        CLOSE HistoryFile

        *>T, batch totals over the D records above, in the same columns,
        *>with the file count after them
        MOVE SPACE TO manifestLine
        STRING "T " totRecords " " totBytes " " totHash " " "                   " " " totPages " " totFiles DELIMITED BY SIZE INTO manifestLine
        WRITE manifestLine
        CLOSE ManifestFile

        DISPLAY SPACE
        MOVE totFiles TO count-disp
        DISPLAY "FILES IN MANIFEST   " count-disp
        MOVE totRecords TO rec-disp
        DISPLAY "TOTAL RECORDS     " rec-disp
        MOVE totPages TO page-disp
        DISPLAY "TOTAL PAGES         " page-disp
        MOVE heldCount TO count-disp
        DISPLAY "ENTRIES NOT RELEASED" count-disp

        *>12 nothing usable, 8 a finished document couldn't be read (the
        *>manifest is short of it) or a stopped merge's document was held, 4 entries held back or a document with
        *>no run-history record, 0 the whole batch is in the manifest
        EVALUATE TRUE
            WHEN releaseProblems = "Y"
                DISPLAY "MANIFEST INCOMPLETE - " function trim(manifestFilename)
                MOVE 8 TO RETURN-CODE
            WHEN releaseWarnings = "Y"
                DISPLAY "MANIFEST WRITTEN WITH WARNINGS - " function trim(manifestFilename)
                MOVE 4 TO RETURN-CODE
            WHEN OTHER
                DISPLAY "MANIFEST WRITTEN - " function trim(manifestFilename)
                MOVE 0 TO RETURN-CODE
        END-EVALUATE

    GOBACK
    .

    Read-Summary-Header.
        *>"BATCH SUMMARY  CONTROL: <name>  RUN: <timestamp>" -- the
        *>timestamp is the last 19 characters of the line
        READ SummaryFile
            AT END MOVE 1 TO END-OF-SUMMARY
        END-READ
        IF END-OF-SUMMARY = 1 OR summaryLine(1:15) NOT = "BATCH SUMMARY  "
            DISPLAY "ERROR: " function trim(summaryFilename) " is not a batch summary"
            CLOSE SummaryFile
            MOVE 12 TO RETURN-CODE
            GOBACK
        END-IF
        MOVE function length(function trim(summaryLine TRAILING)) TO lineLen
        IF lineLen > 19
            MOVE summaryLine(lineLen - 18:19) TO runTimestamp
        END-IF

        *>the settings echo runs from here down to the column headings:
        *>the mode line tells a MERGE summary from a BATCH one, and the
        *>HISTORY line names the master (its value starts in column 47)
        PERFORM UNTIL END-OF-SUMMARY = 1 OR summaryLine(1:8) = "   INPUT"
            READ SummaryFile
                AT END MOVE 1 TO END-OF-SUMMARY
            END-READ
            IF END-OF-SUMMARY NOT = 1
                IF summaryLine(1:26) = "EFFECTIVE SETTINGS  MODE: "
                    UNSTRING summaryLine(27:) DELIMITED BY SPACE INTO runMode
                    END-UNSTRING
                END-IF
                IF summaryLine(1:12) = "  HISTORY   "
                    MOVE function trim(summaryLine(47:)) TO historyFilename
                END-IF
            END-IF
        END-PERFORM
        .

    Take-Summary-Line.
        *>an entry line carries its status in columns 38-45 and the
        *>filename from column 48. A BATCH ships each OK entry's .OUT, and
        *>each SKIP entry's -- finished by an earlier attempt at a restarted
        *>batch, its .OUT is just as complete; a MERGE ships only the one
        *>.MERGED deliverable, taken at TOTALS
        MOVE summaryLine(38:8) TO entryStatus
        EVALUATE entryStatus
            WHEN "OK"
            WHEN "SKIP"
                IF runMode NOT = "MERGE"
                    MOVE function trim(summaryLine(48:)) TO filename
                    MOVE SPACE TO docFilename
                    STRING function trim(filename) ".OUT" DELIMITED BY SIZE INTO docFilename
                    PERFORM Release-Document
                END-IF
            WHEN "FAILED"
            WHEN "STOPPED"
                DISPLAY "NOT RELEASED: " function trim(summaryLine(48:)) " (" function trim(entryStatus) ")"
                ADD 1 TO heldCount
                MOVE "Y" TO releaseWarnings
                IF entryStatus = "STOPPED"
                    MOVE "Y" TO stoppedSeen
                END-IF
            WHEN "TOTALS"
                *>a merge stopped part way still composes its .MERGED and
                *>writes TOTALS, but the document stops at the stopped file
                *>-- and a merge can't resume, so it is never shipped
                IF runMode = "MERGE"
                    MOVE SPACE TO filename
                    STRING function trim(controlFilename) ".MERGED" DELIMITED BY SIZE INTO filename
                    IF stoppedSeen = "Y"
                        DISPLAY "ERROR: merge was stopped part way - " function trim(filename) " is incomplete, not in manifest"
                        ADD 1 TO heldCount
                        MOVE "Y" TO releaseProblems
                    ELSE
                        MOVE filename TO docFilename
                        PERFORM Release-Document
                    END-IF
                END-IF
            WHEN OTHER
                CONTINUE
        END-EVALUATE
        .

    Release-Document.
        PERFORM Total-Document
        IF docFileStatus NOT = "00"
            DISPLAY "ERROR: cannot read " function trim(docFilename) " (status " docFileStatus ") - not in manifest"
            MOVE "Y" TO releaseProblems
        ELSE
            PERFORM Find-History-Record
            IF histFound = "N"
                DISPLAY "WARNING: no run-history record for " function trim(filename) " - run timestamp left blank"
                MOVE SPACE TO hist-timestamp
                MOVE "Y" TO releaseWarnings
            END-IF

            *>D, one per shipped document: record count 3-10, byte count
            *>12-23, hash total 25-42, run timestamp 44-62, page count
            *>64-69, filename from 71
            MOVE SPACE TO manifestLine
            STRING "D " docRecords " " docBytes " " docHash " " hist-timestamp " " docPages " " function trim(docFilename) DELIMITED BY SIZE INTO manifestLine
            WRITE manifestLine

            MOVE docRecords TO rec-disp
            MOVE docPages TO page-disp
            DISPLAY rec-disp "  " page-disp "  " hist-timestamp "  " function trim(docFilename)

            ADD 1 TO totFiles
            ADD docRecords TO totRecords
            ADD docBytes TO totBytes
            ADD docHash TO totHash
            ADD docPages TO totPages
        END-IF
        .

    Find-History-Record.
        *>first the summary's own run timestamp (a fresh run), then the
        *>timestamp on the document's first page header (a file resumed
        *>from a checkpoint keeps the run timestamp it was started under)
        MOVE "Y" TO histFound
        MOVE filename TO hist-filename
        MOVE runTimestamp TO hist-timestamp
        READ HistoryFile
            INVALID KEY MOVE "N" TO histFound
        END-READ
        IF histFound = "N" AND docTimestamp NOT = SPACE AND docTimestamp NOT = runTimestamp
            MOVE "Y" TO histFound
            MOVE filename TO hist-filename
            MOVE docTimestamp TO hist-timestamp
            READ HistoryFile
                INVALID KEY MOVE "N" TO histFound
            END-READ
        END-IF
        .

    Total-Document.
        MOVE 0 TO docRecords
        MOVE 0 TO docBytes
        MOVE 0 TO docHash
        MOVE 0 TO docPages
        MOVE SPACE TO docTimestamp
        MOVE 0 TO END-OF-DOC
        OPEN INPUT DocFile
        IF docFileStatus = "00"
            PERFORM UNTIL END-OF-DOC = 1
                READ DocFile
                    AT END MOVE 1 TO END-OF-DOC
                END-READ
                IF END-OF-DOC NOT = 1
                    PERFORM Total-Document-Line
                END-IF
            END-PERFORM
            CLOSE DocFile
        END-IF
        .

    Total-Document-Line.
        ADD 1 TO docRecords
        MOVE 0 TO trailingSpaces
        INSPECT function reverse(docLine) TALLYING trailingSpaces FOR LEADING SPACE
        COMPUTE lineLen = 512 - trailingSpaces
        COMPUTE docBytes = docBytes + lineLen + 1
        PERFORM VARYING C FROM 1 BY 1 UNTIL C > lineLen
            COMPUTE docHash = docHash + function ord(docLine(C:1)) * C
        END-PERFORM
        *>"FILE: <name>  PAGE nnnnnn  <timestamp>" opens every page; the
        *>first one gives the run timestamp for a resumed file's lookup
        IF docLine(1:6) = "FILE: "
            ADD 1 TO docPages
            IF docTimestamp = SPACE AND lineLen > 19
                MOVE docLine(lineLen - 18:19) TO docTimestamp
            END-IF
        END-IF
        .

    Get-Arguments.
        *>arg 1: the control file the batch ran against (its .SUMMARY is read)
        MOVE SPACE TO controlFilename
        MOVE 1 TO argnum
        DISPLAY argnum UPON ARGUMENT-NUMBER
        ACCEPT controlFilename FROM ARGUMENT-VALUE
            ON EXCEPTION
                CONTINUE
        END-ACCEPT

        *>arg 2: run-history master (optional) -- defaults to the one the
        *>summary's settings echo names, else RUNHIST.DAT
        MOVE SPACE TO historyArg
        MOVE 2 TO argnum
        DISPLAY argnum UPON ARGUMENT-NUMBER
        ACCEPT historyArg FROM ARGUMENT-VALUE
            ON EXCEPTION
                CONTINUE
        END-ACCEPT

        IF controlFilename = SPACE
            DISPLAY "Usage: release <control-file> [history-file]"
            DISPLAY "       run after balance passes a format BATCH or MERGE: writes the"
            DISPLAY "       transmittal manifest <control-file>.MANIFEST for every OK or SKIP"
            DISPLAY "       .OUT (or the .MERGED document), for relverify at the receiving end"
            DISPLAY "       RETURN-CODE: 0 written, 4 entries held back or unrecorded,"
            DISPLAY "       8 a document unreadable or a stopped merge held,"
            DISPLAY "       12 summary, history or manifest unusable"
            MOVE 12 TO RETURN-CODE
            GOBACK
        END-IF
        .
END PROGRAM release.
