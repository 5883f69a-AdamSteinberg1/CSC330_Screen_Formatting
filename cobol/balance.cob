        >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. balance.
*>post-batch balancing companion to the reflow driver: preflight checks a
*>control file before the batch runs, this program proves afterwards that
*>the batch's outputs agree with one another before the documents are
*>released. For every OK entry in the control file's .SUMMARY it ties four
*>things together: the run-history master holds a record for that run; the
*>master's input-line, output-line and word counts match the summary line;
*>the .OUT trailer's INPUT LINES READ / WORDS KEPT / WORDS DELETED match the
*>master; and the .AUDIT record count equals the DICT DROPPED (STOP-WORD) +
*>DICT MASKED + NOISE NUMBERS + KEPT IDENTIFIERS total the trailer states.
*>A SKIP entry (finished by an earlier attempt at a restarted batch) gets
*>the same checks except the summary comparison -- its line carries no
*>counts. A FAILED or STOPPED entry is out of balance by definition, and so
*>is a control-file entry with no summary line at all: a stopped batch
*>still writes its TOTALS line but never reaches the entries after the stop.
*>A MERGE batch is balanced the same way at the level of the deliverable:
*>the summary TOTALS line against the master record and trailer of the
*>.MERGED document, and the per-entry .AUDIT files summed against it.
*>Anything out of balance goes to <control-file>.BALANCE and the
*>RETURN-CODE tells the scheduler to hold the release. Read-only against
*>everything except its own report.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
SELECT SummaryFile ASSIGN TO DYNAMIC summaryFilename
ORGANIZATION IS LINE SEQUENTIAL
FILE STATUS IS summaryFileStatus.
SELECT ControlFile ASSIGN TO DYNAMIC controlFilename
ORGANIZATION IS LINE SEQUENTIAL
FILE STATUS IS controlFileStatus.
SELECT DocFile ASSIGN TO DYNAMIC docFilename
ORGANIZATION IS LINE SEQUENTIAL
FILE STATUS IS docFileStatus.
SELECT ReportFile ASSIGN TO DYNAMIC reportFilename
ORGANIZATION IS LINE SEQUENTIAL
FILE STATUS IS reportFileStatus.
SELECT HistoryFile ASSIGN TO DYNAMIC historyFilename
ORGANIZATION IS INDEXED
ACCESS MODE IS DYNAMIC
RECORD KEY IS hist-key
FILE STATUS IS historyFileStatus.

DATA DIVISION.
FILE SECTION.
    FD SummaryFile.
    01 summaryLine PIC X(255).
    FD ControlFile.
    01 controlLine PIC X(255).
    FD DocFile.
    01 docLine PIC X(512).
    FD ReportFile.
    01 reportLine PIC X(255).
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
    01 END-OF-CONTROL PIC Z(1).
    01 summaryFilename PIC X(255).
    01 summaryFileStatus PIC XX VALUE "00".
    01 docFilename PIC X(255).
    01 docFileStatus PIC XX VALUE "00".
    01 reportFilename PIC X(255).
    01 reportFileStatus PIC XX VALUE "00".
    01 historyFilename PIC X(255) VALUE "RUNHIST.DAT".
    01 historyFileStatus PIC XX VALUE "00".
    01 historyArg PIC X(255).
    01 argnum PIC 9(4) COMP.
    01 controlFilename PIC X(255).
    01 controlFileStatus PIC XX VALUE "00".
    01 filename PIC X(255).
    01 runTimestamp PIC X(19) VALUE SPACE.
    01 outTimestamp PIC X(19).
    01 runMode PIC X(8) VALUE "BATCH".
    01 lineLen PIC 999 COMP.
    01 entryNum PIC 9(4) VALUE 0.
    01 entryStatus PIC X(8).
    01 entryProblem PIC X.
    01 histFound PIC X.
    01 totalsSeen PIC X VALUE "N".
    01 entrySkipped PIC X VALUE "N".
    *>every file the summary has a line for, so each control-file entry
    *>can be looked up afterwards; a problem with the control file itself
    *>holds the release the way a missing TOTALS line does
    01 summaryEntryCount PIC 9(5) VALUE 0.
    01 summaryNameTable.
        05 summary-name OCCURS 2000 PIC X(255).
    01 summaryOverflow PIC X VALUE "N".
    01 controlProblem PIC X VALUE "N".
    01 nameFound PIC X.
    01 N PIC 9(5) COMP.
    01 problemText PIC X(120).
    *>figures off the summary line, the .OUT trailer and the .AUDIT file;
    *>a trailer figure the document never stated stays at "N" in its flag
    *>so a missing line is reported as missing, not as a zero
    01 sumInput PIC 9(8).
    01 sumOutput PIC 9(8).
    01 sumWords PIC 9(8).
    01 trlInput PIC 9(8).
    01 trlKept PIC 9(8).
    01 trlDeleted PIC 9(8).
    01 trlDropped PIC 9(8).
    01 trlMasked PIC 9(8).
    01 trlNoise PIC 9(8).
    01 trlKeptIds PIC 9(8).
    01 trailerFlags.
        05 has-input    PIC X.
        05 has-kept     PIC X.
        05 has-deleted  PIC X.
        05 has-dropped  PIC X.
        05 has-masked   PIC X.
        05 has-noise    PIC X.
        05 has-keptIds  PIC X.
    01 auditCount PIC 9(8).
    01 auditExpected PIC 9(8).
    01 mergeAuditCount PIC 9(8) VALUE 0.
    01 checkedCount PIC 9(5) VALUE 0.
    01 balancedCount PIC 9(5) VALUE 0.
    01 outOfBalanceCount PIC 9(5) VALUE 0.
    01 entry-disp PIC ZZZ9.
    01 count-disp PIC ZZZZ9.
    01 num1-disp PIC ZZZZZZZ9.
    01 num2-disp PIC ZZZZZZZ9.

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

        *>the header carries the run timestamp every history record of a
        *>fresh run is keyed by, and the settings echo under it names the
        *>history master the batch actually posted to
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

        MOVE SPACE TO reportFilename
        STRING function trim(controlFilename) ".BALANCE" DELIMITED BY SIZE INTO reportFilename
        OPEN OUTPUT ReportFile
        IF reportFileStatus NOT = "00"
            DISPLAY "ERROR: cannot open balance report " function trim(reportFilename) " (status " reportFileStatus ")"
            CLOSE SummaryFile
            CLOSE HistoryFile
            MOVE 12 TO RETURN-CODE
            GOBACK
        END-IF

        MOVE SPACE TO reportLine
        STRING "BATCH BALANCE  CONTROL: " function trim(controlFilename) "  MODE: " function trim(runMode) "  RUN: " runTimestamp DELIMITED BY SIZE INTO reportLine
        WRITE reportLine
        MOVE SPACE TO reportLine
        STRING "HISTORY: " function trim(historyFilename) DELIMITED BY SIZE INTO reportLine
        WRITE reportLine
        MOVE SPACE TO reportLine
        WRITE reportLine
        DISPLAY "BATCH BALANCE  CONTROL: " function trim(controlFilename) "  MODE: " function trim(runMode) "  RUN: " runTimestamp

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

        *>a LETTERS run's control file is its data file, whose rejected
        *>records rightly never reach the summary -- they are reconciled in
        *>the .RECON instead
        IF runMode NOT = "LETTERS"
            PERFORM Check-Control-Entries
        END-IF

        *>no TOTALS line means the batch never reached its close-out, so
        *>whatever the entry lines say, the batch as a whole is not done
        IF totalsSeen = "N"
            MOVE 0 TO entryNum
            MOVE controlFilename TO filename
            MOVE "SUMMARY HAS NO TOTALS LINE - BATCH DID NOT RUN TO COMPLETION" TO problemText
            PERFORM Report-Problem
        END-IF

        PERFORM Write-Report-Totals
        CLOSE ReportFile

        IF outOfBalanceCount = 0 AND totalsSeen = "Y" AND controlProblem = "N"
            DISPLAY "BATCH IN BALANCE - SAFE TO RELEASE"
            MOVE 0 TO RETURN-CODE
        ELSE
            DISPLAY "HOLD THE RELEASE - EXCEPTIONS IN " function trim(reportFilename)
            MOVE 8 TO RETURN-CODE
        END-IF

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
        *>filename from column 48; the column-heading line has STATUS there
        MOVE summaryLine(38:8) TO entryStatus
        EVALUATE entryStatus
            WHEN "OK"
                ADD 1 TO entryNum
                MOVE function trim(summaryLine(48:)) TO filename
                PERFORM Note-Summary-Entry
                MOVE function numval(summaryLine(1:8)) TO sumInput
                MOVE function numval(summaryLine(10:8)) TO sumOutput
                MOVE function numval(summaryLine(19:8)) TO sumWords
                MOVE "N" TO entrySkipped
                IF runMode = "MERGE"
                    PERFORM Check-Merge-Entry
                ELSE
                    PERFORM Check-Batch-Entry
                END-IF
            WHEN "SKIP"
                *>finished by an earlier attempt at this batch: its .OUT and
                *>history record are complete, but the line's counts are
                *>zero, so only the document and the master are compared
                *>(a MERGE never restarts, so never skips)
                ADD 1 TO entryNum
                MOVE function trim(summaryLine(48:)) TO filename
                PERFORM Note-Summary-Entry
                MOVE "Y" TO entrySkipped
                PERFORM Check-Batch-Entry
            WHEN "FAILED"
                ADD 1 TO entryNum
                MOVE function trim(summaryLine(48:)) TO filename
                PERFORM Note-Summary-Entry
                MOVE "FILE FAILED - NOT FORMATTED" TO problemText
                PERFORM Check-Unfinished-Entry
            WHEN "STOPPED"
                ADD 1 TO entryNum
                MOVE function trim(summaryLine(48:)) TO filename
                PERFORM Note-Summary-Entry
                IF runMode = "MERGE"
                    MOVE "FILE STOPPED - A MERGE CANNOT RESUME, RERUN IT FROM THE START" TO problemText
                ELSE
                    MOVE "FILE STOPPED AT A CHECKPOINT - RERUN WITH RESTART Y" TO problemText
                END-IF
                PERFORM Check-Unfinished-Entry
            WHEN "TOTALS"
                MOVE "Y" TO totalsSeen
                IF runMode = "MERGE"
                    MOVE function numval(summaryLine(1:8)) TO sumInput
                    MOVE function numval(summaryLine(10:8)) TO sumOutput
                    MOVE function numval(summaryLine(19:8)) TO sumWords
                    PERFORM Check-Merged-Document
                END-IF
            WHEN OTHER
                CONTINUE
        END-EVALUATE
        .

    Check-Batch-Entry.
        ADD 1 TO checkedCount
        MOVE "N" TO entryProblem

        *>the .OUT is read first: its page header carries the timestamp of
        *>the run that started the file, which is what the master is keyed
        *>by when a restarted batch finished a file an earlier run began
        MOVE SPACE TO docFilename
        STRING function trim(filename) ".OUT" DELIMITED BY SIZE INTO docFilename
        PERFORM Load-Trailer

        PERFORM Find-History-Record
        IF histFound = "N"
            MOVE "NO RUN HISTORY RECORD FOR THIS RUN" TO problemText
            PERFORM Report-Problem
        ELSE
            IF entrySkipped = "N"
                PERFORM Compare-Summary-To-History
            END-IF
        END-IF

        IF docFileStatus NOT = "00"
            MOVE SPACE TO problemText
            STRING ".OUT MISSING OR UNREADABLE (STATUS " docFileStatus ")" DELIMITED BY SIZE INTO problemText
            PERFORM Report-Problem
        ELSE
            IF histFound = "Y"
                PERFORM Compare-Trailer-To-History
            END-IF
            MOVE SPACE TO docFilename
            STRING function trim(filename) ".AUDIT" DELIMITED BY SIZE INTO docFilename
            PERFORM Count-Audit-Records
            IF docFileStatus NOT = "00"
                MOVE SPACE TO problemText
                STRING ".AUDIT MISSING OR UNREADABLE (STATUS " docFileStatus ")" DELIMITED BY SIZE INTO problemText
                PERFORM Report-Problem
            ELSE
                PERFORM Compare-Audit-To-Trailer
            END-IF
        END-IF

        PERFORM Count-Entry-Result
        .

    Check-Unfinished-Entry.
        *>a file that failed or was stopped has no finished document to
        *>balance -- the entry is out of balance until a rerun finishes it
        ADD 1 TO checkedCount
        MOVE "N" TO entryProblem
        PERFORM Report-Problem
        PERFORM Count-Entry-Result
        .

    Note-Summary-Entry.
        IF summaryEntryCount < 2000
            ADD 1 TO summaryEntryCount
            MOVE filename TO summary-name(summaryEntryCount)
        ELSE
            MOVE "Y" TO summaryOverflow
        END-IF
        .

    Check-Control-Entries.
        *>every non-blank control-file entry, as format reads them, must
        *>have a summary line; a combined stream summary lists its entries
        *>stream by stream, so each is looked up by name, not by position
        IF summaryOverflow = "Y"
            MOVE 0 TO entryNum
            MOVE controlFilename TO filename
            MOVE "SUMMARY HAS MORE THAN 2000 ENTRIES - CONTROL FILE NOT CROSS-CHECKED" TO problemText
            PERFORM Report-Problem
            MOVE "Y" TO controlProblem
        ELSE
            MOVE 0 TO END-OF-CONTROL
            OPEN INPUT ControlFile
            IF controlFileStatus NOT = "00"
                MOVE 0 TO entryNum
                MOVE controlFilename TO filename
                MOVE SPACE TO problemText
                STRING "CONTROL FILE UNREADABLE (STATUS " controlFileStatus ") - CANNOT CONFIRM EVERY ENTRY RAN" DELIMITED BY SIZE INTO problemText
                PERFORM Report-Problem
                MOVE "Y" TO controlProblem
            ELSE
                MOVE 0 TO entryNum
                PERFORM UNTIL END-OF-CONTROL = 1
                    READ ControlFile
                        AT END MOVE 1 TO END-OF-CONTROL
                    END-READ
                    IF END-OF-CONTROL NOT = 1 AND controlLine NOT = SPACE
                        ADD 1 TO entryNum
                        MOVE function trim(controlLine) TO filename
                        PERFORM Check-Control-Entry
                    END-IF
                END-PERFORM
                CLOSE ControlFile
            END-IF
        END-IF
        .

    Check-Control-Entry.
        MOVE "N" TO nameFound
        PERFORM VARYING N FROM 1 BY 1 UNTIL N > summaryEntryCount OR nameFound = "Y"
            IF summary-name(N) = filename
                MOVE "Y" TO nameFound
            END-IF
        END-PERFORM
        IF nameFound = "N"
            MOVE "NO SUMMARY LINE - FILE NEVER RAN (BATCH STOPPED BEFORE IT?)" TO problemText
            PERFORM Check-Unfinished-Entry
        END-IF
        .

    Check-Merge-Entry.
        *>a merged batch writes no per-entry .OUT or history record, but
        *>each entry still leaves its own .AUDIT -- collected here and tied
        *>to the merged document's trailer when the TOTALS line arrives
        ADD 1 TO checkedCount
        MOVE "N" TO entryProblem
        MOVE SPACE TO docFilename
        STRING function trim(filename) ".AUDIT" DELIMITED BY SIZE INTO docFilename
        PERFORM Count-Audit-Records
        IF docFileStatus NOT = "00"
            MOVE SPACE TO problemText
            STRING ".AUDIT MISSING OR UNREADABLE (STATUS " docFileStatus ")" DELIMITED BY SIZE INTO problemText
            PERFORM Report-Problem
        ELSE
            ADD auditCount TO mergeAuditCount
        END-IF
        PERFORM Count-Entry-Result
        .

    Check-Merged-Document.
        ADD 1 TO checkedCount
        MOVE "N" TO entryProblem
        MOVE 0 TO entryNum
        MOVE SPACE TO filename
        STRING function trim(controlFilename) ".MERGED" DELIMITED BY SIZE INTO filename

        MOVE filename TO docFilename
        PERFORM Load-Trailer
        *>a merge never restarts, so its one record is keyed by the run
        *>timestamp in the summary header
        MOVE runTimestamp TO outTimestamp
        PERFORM Find-History-Record
        IF histFound = "N"
            MOVE "NO RUN HISTORY RECORD FOR THIS RUN" TO problemText
            PERFORM Report-Problem
        ELSE
            PERFORM Compare-Summary-To-History
        END-IF

        IF docFileStatus NOT = "00"
            MOVE SPACE TO problemText
            STRING ".MERGED MISSING OR UNREADABLE (STATUS " docFileStatus ")" DELIMITED BY SIZE INTO problemText
            PERFORM Report-Problem
        ELSE
            IF histFound = "Y"
                PERFORM Compare-Trailer-To-History
            END-IF
            MOVE mergeAuditCount TO auditCount
            PERFORM Compare-Audit-To-Trailer
        END-IF

        PERFORM Count-Entry-Result
        .

    Find-History-Record.
        *>first the summary's own run timestamp (a fresh run), then the
        *>timestamp on the document's page header (a file resumed from a
        *>checkpoint keeps the run timestamp it was started under)
        MOVE "Y" TO histFound
        MOVE filename TO hist-filename
        MOVE runTimestamp TO hist-timestamp
        READ HistoryFile
            INVALID KEY MOVE "N" TO histFound
        END-READ
        IF histFound = "N" AND outTimestamp NOT = SPACE AND outTimestamp NOT = runTimestamp
            MOVE "Y" TO histFound
            MOVE filename TO hist-filename
            MOVE outTimestamp TO hist-timestamp
            READ HistoryFile
                INVALID KEY MOVE "N" TO histFound
            END-READ
        END-IF
        .

    Compare-Summary-To-History.
        IF hist-inputLines NOT = sumInput
            MOVE hist-inputLines TO num1-disp
            MOVE sumInput TO num2-disp
            MOVE SPACE TO problemText
            STRING "HISTORY INPUT LINES " function trim(num1-disp) " NOT = SUMMARY " function trim(num2-disp) DELIMITED BY SIZE INTO problemText
            PERFORM Report-Problem
        END-IF
        IF hist-outputLines NOT = sumOutput
            MOVE hist-outputLines TO num1-disp
            MOVE sumOutput TO num2-disp
            MOVE SPACE TO problemText
            STRING "HISTORY OUTPUT LINES " function trim(num1-disp) " NOT = SUMMARY " function trim(num2-disp) DELIMITED BY SIZE INTO problemText
            PERFORM Report-Problem
        END-IF
        IF hist-words NOT = sumWords
            MOVE hist-words TO num1-disp
            MOVE sumWords TO num2-disp
            MOVE SPACE TO problemText
            STRING "HISTORY WORDS " function trim(num1-disp) " NOT = SUMMARY " function trim(num2-disp) DELIMITED BY SIZE INTO problemText
            PERFORM Report-Problem
        END-IF
        .

    Compare-Trailer-To-History.
        IF has-input = "N" OR has-kept = "N" OR has-deleted = "N"
            MOVE "STATISTICS TRAILER MISSING OR INCOMPLETE" TO problemText
            PERFORM Report-Problem
        ELSE
            IF trlInput NOT = hist-inputLines
                MOVE trlInput TO num1-disp
                MOVE hist-inputLines TO num2-disp
                MOVE SPACE TO problemText
                STRING "TRAILER INPUT LINES READ " function trim(num1-disp) " NOT = HISTORY " function trim(num2-disp) DELIMITED BY SIZE INTO problemText
                PERFORM Report-Problem
            END-IF
            IF trlKept NOT = hist-wordsKept
                MOVE trlKept TO num1-disp
                MOVE hist-wordsKept TO num2-disp
                MOVE SPACE TO problemText
                STRING "TRAILER WORDS KEPT " function trim(num1-disp) " NOT = HISTORY " function trim(num2-disp) DELIMITED BY SIZE INTO problemText
                PERFORM Report-Problem
            END-IF
            IF trlDeleted NOT = hist-wordsDeleted
                MOVE trlDeleted TO num1-disp
                MOVE hist-wordsDeleted TO num2-disp
                MOVE SPACE TO problemText
                STRING "TRAILER WORDS DELETED " function trim(num1-disp) " NOT = HISTORY " function trim(num2-disp) DELIMITED BY SIZE INTO problemText
                PERFORM Report-Problem
            END-IF
        END-IF
        .

    Compare-Audit-To-Trailer.
        *>every .AUDIT record is one of the four scrub reasons, each with
        *>its own trailer count: STOP-WORD is DICT DROPPED, MASKED is DICT
        *>MASKED, and NOISE-NUMBER / KEPT-IDENTIFIER have their own lines
        IF has-dropped = "N" OR has-masked = "N" OR has-noise = "N" OR has-keptIds = "N"
            MOVE "TRAILER CARRIES NO AUDIT REASON COUNTS - CANNOT BALANCE .AUDIT" TO problemText
            PERFORM Report-Problem
        ELSE
            COMPUTE auditExpected = trlDropped + trlMasked + trlNoise + trlKeptIds
            IF auditCount NOT = auditExpected
                MOVE auditCount TO num1-disp
                MOVE auditExpected TO num2-disp
                MOVE SPACE TO problemText
                STRING ".AUDIT RECORDS " function trim(num1-disp) " NOT = TRAILER TOTAL " function trim(num2-disp) DELIMITED BY SIZE INTO problemText
                PERFORM Report-Problem
            END-IF
        END-IF
        .

    Load-Trailer.
        *>the trailer lines are "LABEL" in columns 1-20 and the figure from
        *>column 21; the last occurrence of each label wins, since the
        *>trailer is the last thing on the document. The first page header,
        *>"FILE: <name>  PAGE nnnnnn  <timestamp>", gives the run timestamp
        MOVE "NNNNNNN" TO trailerFlags
        MOVE 0 TO trlInput
        MOVE 0 TO trlKept
        MOVE 0 TO trlDeleted
        MOVE 0 TO trlDropped
        MOVE 0 TO trlMasked
        MOVE 0 TO trlNoise
        MOVE 0 TO trlKeptIds
        MOVE SPACE TO outTimestamp
        MOVE 0 TO END-OF-DOC
        OPEN INPUT DocFile
        IF docFileStatus = "00"
            PERFORM UNTIL END-OF-DOC = 1
                READ DocFile
                    AT END MOVE 1 TO END-OF-DOC
                END-READ
                IF END-OF-DOC NOT = 1
                    PERFORM Take-Trailer-Line
                END-IF
            END-PERFORM
            CLOSE DocFile
        END-IF
        .

    Take-Trailer-Line.
        IF docLine(1:6) = "FILE: " AND outTimestamp = SPACE
            MOVE function length(function trim(docLine TRAILING)) TO lineLen
            IF lineLen > 19
                MOVE docLine(lineLen - 18:19) TO outTimestamp
            END-IF
        END-IF
        EVALUATE docLine(1:20)
            WHEN "INPUT LINES READ    "
                MOVE function numval(docLine(21:12)) TO trlInput
                MOVE "Y" TO has-input
            WHEN "WORDS KEPT          "
                MOVE function numval(docLine(21:12)) TO trlKept
                MOVE "Y" TO has-kept
            WHEN "WORDS DELETED       "
                MOVE function numval(docLine(21:12)) TO trlDeleted
                MOVE "Y" TO has-deleted
            WHEN "DICT DROPPED        "
                MOVE function numval(docLine(21:12)) TO trlDropped
                MOVE "Y" TO has-dropped
            WHEN "DICT MASKED         "
                MOVE function numval(docLine(21:12)) TO trlMasked
                MOVE "Y" TO has-masked
            WHEN "NOISE NUMBERS       "
                MOVE function numval(docLine(21:12)) TO trlNoise
                MOVE "Y" TO has-noise
            WHEN "KEPT IDENTIFIERS    "
                MOVE function numval(docLine(21:12)) TO trlKeptIds
                MOVE "Y" TO has-keptIds
            WHEN OTHER
                CONTINUE
        END-EVALUATE
        .

    Count-Audit-Records.
        MOVE 0 TO auditCount
        MOVE 0 TO END-OF-DOC
        OPEN INPUT DocFile
        IF docFileStatus = "00"
            PERFORM UNTIL END-OF-DOC = 1
                READ DocFile
                    AT END MOVE 1 TO END-OF-DOC
                END-READ
                IF END-OF-DOC NOT = 1
                    ADD 1 TO auditCount
                END-IF
            END-PERFORM
            CLOSE DocFile
        END-IF
        .

    Report-Problem.
        MOVE "Y" TO entryProblem
        MOVE entryNum TO entry-disp
        MOVE SPACE TO reportLine
        STRING "ENTRY " entry-disp "  " function trim(problemText) "  " function trim(filename) DELIMITED BY SIZE INTO reportLine
        WRITE reportLine
        DISPLAY "ENTRY " entry-disp "  " function trim(problemText) "  " function trim(filename)
        .

    Count-Entry-Result.
        IF entryProblem = "Y"
            ADD 1 TO outOfBalanceCount
        ELSE
            ADD 1 TO balancedCount
        END-IF
        .

    Write-Report-Totals.
        MOVE SPACE TO reportLine
        WRITE reportLine
        MOVE checkedCount TO count-disp
        MOVE SPACE TO reportLine
        STRING "ENTRIES CHECKED     " count-disp DELIMITED BY SIZE INTO reportLine
        WRITE reportLine
        DISPLAY "ENTRIES CHECKED     " count-disp
        MOVE balancedCount TO count-disp
        MOVE SPACE TO reportLine
        STRING "IN BALANCE          " count-disp DELIMITED BY SIZE INTO reportLine
        WRITE reportLine
        DISPLAY "IN BALANCE          " count-disp
        MOVE outOfBalanceCount TO count-disp
        MOVE SPACE TO reportLine
        STRING "OUT OF BALANCE      " count-disp DELIMITED BY SIZE INTO reportLine
        WRITE reportLine
        DISPLAY "OUT OF BALANCE      " count-disp
        MOVE SPACE TO reportLine
        IF outOfBalanceCount = 0 AND totalsSeen = "Y" AND controlProblem = "N"
            STRING "BATCH IN BALANCE - SAFE TO RELEASE" DELIMITED BY SIZE INTO reportLine
        ELSE
            STRING "HOLD THE RELEASE UNTIL THE EXCEPTIONS ABOVE ARE CLEARED" DELIMITED BY SIZE INTO reportLine
        END-IF
        WRITE reportLine
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
            DISPLAY "Usage: balance <control-file> [history-file]"
            DISPLAY "       run after format BATCH or MERGE: ties every OK or SKIP entry of"
            DISPLAY "       <control-file>.SUMMARY to its run-history record, its .OUT"
            DISPLAY "       trailer and its .AUDIT record count, and holds any FAILED or"
            DISPLAY "       STOPPED entry and any control-file entry the summary lacks;"
            DISPLAY "       exceptions are written to <control-file>.BALANCE"
            DISPLAY "       RETURN-CODE: 0 in balance, 8 out of balance, 12 summary or history unusable"
            MOVE 12 TO RETURN-CODE
            GOBACK
        END-IF
        .
END PROGRAM balance.
