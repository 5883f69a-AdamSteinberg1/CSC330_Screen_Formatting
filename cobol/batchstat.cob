        >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. batchstat.
*>status inquiry for a format BATCH or MERGE job, running or stopped: given
*>the control file it shows, entry by entry, what is completed (the batch's
*>.PROGRESS file), what has failed or stopped this run (the .SUMMARY, which
*>format keeps current on disk as it goes), which entry is in flight and how
*>far into it the last checkpoint got (its .CKPT) against the size the
*>run-history master says it was last time, and which entries are not yet
*>started. It also shows when the current run started, whether an operator
*>.STOP request is waiting to be honored, and an estimated finish time from
*>each file's recorded processing time per input line, so the night shift
*>can decide whether to stop the run before the online day starts.
*>
*>The estimate works on the entries still to do: the lines left in each
*>one at the rate its own last timed run went, or at the average rate of
*>the batch's timed runs for a file with no timing of its own. A file the
*>master has never seen is sized by counting its input lines. Read-only
*>against everything: this program writes nothing.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
SELECT ControlFile ASSIGN TO DYNAMIC controlFilename
ORGANIZATION IS LINE SEQUENTIAL
FILE STATUS IS controlFileStatus.
SELECT ProgressFile ASSIGN TO DYNAMIC progressFilename
ORGANIZATION IS LINE SEQUENTIAL
FILE STATUS IS progressFileStatus.
SELECT SummaryFile ASSIGN TO DYNAMIC summaryFilename
ORGANIZATION IS LINE SEQUENTIAL
FILE STATUS IS summaryFileStatus.
SELECT CheckpointFile ASSIGN TO DYNAMIC checkpointFilename
ORGANIZATION IS LINE SEQUENTIAL
FILE STATUS IS checkpointFileStatus.
SELECT StopFile ASSIGN TO DYNAMIC stopSignalFilename
ORGANIZATION IS LINE SEQUENTIAL
FILE STATUS IS stopFileStatus.
SELECT InputFile ASSIGN TO DYNAMIC inputFilename
ORGANIZATION IS LINE SEQUENTIAL
FILE STATUS IS inputFileStatus.
SELECT HistoryFile ASSIGN TO DYNAMIC historyFilename
ORGANIZATION IS INDEXED
ACCESS MODE IS DYNAMIC
RECORD KEY IS hist-key
FILE STATUS IS historyFileStatus.

DATA DIVISION.
FILE SECTION.
    FD ControlFile.
    01 controlLine PIC X(255).
    FD ProgressFile.
    01 progressLine PIC X(255).
    FD SummaryFile.
    01 summaryLine PIC X(255).
    FD CheckpointFile.
    01 checkpointRecord.
        05 ckpt-input-count      PIC 9(6).
        05 ckpt-currLineNum      PIC 9(6).
        05 ckpt-maxLineNum       PIC 9(6).
        05 ckpt-minLineNum       PIC 9(6).
        05 ckpt-totalWords       PIC 9(6).
        05 ckpt-totalLineLength  PIC 9(8).
        05 ckpt-contentLineCount PIC 9(6).
        05 ckpt-pageNumber       PIC 9(6).
        05 ckpt-lineOnPage       PIC 9(6).
        05 ckpt-currLine         PIC X(132).
        05 ckpt-maxLine          PIC X(132).
        05 ckpt-minLine          PIC X(132).
        05 ckpt-outputLineCount  PIC 9(6).
        05 ckpt-warningLineCount PIC 9(6).
        05 ckpt-runTimestamp     PIC X(19).
        05 ckpt-auditLineCount   PIC 9(6).
        05 ckpt-wordsKept        PIC 9(6).
        05 ckpt-wordsDeleted     PIC 9(6).
        05 ckpt-dictDropped      PIC 9(6).
        05 ckpt-dictMasked       PIC 9(6).
        05 ckpt-verbatimMode     PIC X.
        05 ckpt-wrapWidth        PIC 999.
        05 ckpt-caseMode         PIC X.
        05 ckpt-alignMode        PIC X.
        05 ckpt-mixedSettings    PIC X.
        05 ckpt-colOnPage        PIC 9.
        05 ckpt-noiseNumbers     PIC 9(6).
        05 ckpt-keptIds          PIC 9(6).
        05 ckpt-elapsedSecs      PIC 9(8).
    FD StopFile.
    01 stopLine PIC X(255).
    FD InputFile.
    01 inputLine PIC X(255).
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
    01 END-OF-CONTROL PIC Z(1).
    01 END-OF-PROGRESS PIC Z(1).
    01 END-OF-SUMMARY PIC Z(1).
    01 END-OF-CHECKPOINT PIC Z(1).
    01 END-OF-HISTORY PIC Z(1).
    01 END-OF-INPUT PIC Z(1).
    01 controlFilename PIC X(255).
    01 controlFileStatus PIC XX VALUE "00".
    01 progressFilename PIC X(255).
    01 progressFileStatus PIC XX VALUE "00".
    01 summaryFilename PIC X(255).
    01 summaryFileStatus PIC XX VALUE "00".
    01 checkpointFilename PIC X(255).
    01 checkpointFileStatus PIC XX VALUE "00".
    01 stopSignalFilename PIC X(255).
    01 stopFileStatus PIC XX VALUE "00".
    01 inputFilename PIC X(255).
    01 inputFileStatus PIC XX VALUE "00".
    01 historyFilename PIC X(255) VALUE "RUNHIST.DAT".
    01 historyFileStatus PIC XX VALUE "00".
    01 historyArg PIC X(255).
    01 historyOpen PIC X VALUE "N".
    01 argnum PIC 9(4) COMP.
    01 lineLen PIC 999 COMP.
    01 E PIC 9(5) COMP.
    01 P PIC 9(5) COMP.
    01 runTimestamp PIC X(19) VALUE SPACE.
    01 runMode PIC X(8) VALUE "BATCH".
    01 batchState PIC X(11) VALUE "NOT STARTED".
    01 stopPending PIC X VALUE "N".
    01 totalsSeen PIC X VALUE "N".
    01 stoppedSeen PIC X VALUE "N".
    01 entryStatus PIC X(8).
    01 inEntries PIC X.
    *>the control file's entries in order, with what this inquiry found
    *>out about each
    01 entryCount PIC 9(5) VALUE 0.
    01 entryTable.
        05 batch-entry OCCURS 2000.
            10 be-filename     PIC X(255).
            10 be-status       PIC X(11).
            10 be-reached      PIC 9(8).
            10 be-expected     PIC 9(8).
            10 be-sizeSource   PIC X(7).
            10 be-timedSecs    PIC 9(8).
            10 be-timedLines   PIC 9(8).
            10 be-estSecs      PIC 9(8).
            10 be-estimated    PIC X.
    *>the entries this run has already written a summary line for, in the
    *>order it processed them
    01 summaryEntryCount PIC 9(5) VALUE 0.
    01 summaryStatusTable.
        05 summary-status OCCURS 2000 PIC X(8).
    01 progressCount PIC 9(5) VALUE 0.
    01 progressTable.
        05 progress-name OCCURS 2000 PIC X(255).
    *>every timed run found, pooled, for files with no timing of their own
    01 poolSecs PIC 9(10) VALUE 0.
    01 poolLines PIC 9(10) VALUE 0.
    01 remainingLines PIC 9(8).
    01 remainingSecs PIC 9(10) VALUE 0.
    01 unestimatedCount PIC 9(5) VALUE 0.
    01 remainingEntryCount PIC 9(5) VALUE 0.
    01 completedCount PIC 9(5) VALUE 0.
    01 failedCount PIC 9(5) VALUE 0.
    01 inFlightCount PIC 9(5) VALUE 0.
    01 notStartedCount PIC 9(5) VALUE 0.
    01 totalRemainingLines PIC 9(10) VALUE 0.
    *>clock readings in seconds counted from the calendar's day 1, as
    *>format keeps them for the elapsed time on the history record
    01 currentDateTime PIC X(21).
    01 nowTimestamp PIC X(19).
    01 clockSecs PIC 9(12).
    01 nowSecs PIC 9(12).
    01 startSecs PIC 9(12).
    01 finishSecs PIC 9(12).
    01 finishDay PIC 9(8).
    01 finishDate PIC 9(8).
    01 finishDateText REDEFINES finishDate PIC X(8).
    01 finishTime PIC 9(6).
    01 fin-hh PIC 99.
    01 fin-mm PIC 99.
    01 fin-ss PIC 99.
    01 finishTimestamp PIC X(19).
    01 durationSecs PIC 9(10).
    01 dur-hours PIC 9(4).
    01 dur-minutes PIC 99.
    01 dur-hours-disp PIC ZZZ9.
    01 duration-text PIC X(12).
    01 entry-disp PIC ZZZ9.
    01 reached-disp PIC ZZZZZZZ9.
    01 expected-disp PIC ZZZZZZZ9.
    01 est-disp PIC ZZZZZZZ9.
    01 reached-text PIC X(8).
    01 expected-text PIC X(8).
    01 est-text PIC X(8).
    01 count-disp PIC ZZZZ9.
    01 lines-disp PIC ZZZZZZZZZ9.

PROCEDURE DIVISION.
    Begin.
        PERFORM Get-Arguments

        MOVE function current-date TO currentDateTime
        STRING currentDateTime(1:4) "-" currentDateTime(5:2) "-" currentDateTime(7:2)
            " " currentDateTime(9:2) ":" currentDateTime(11:2) ":" currentDateTime(13:2)
            DELIMITED BY SIZE INTO nowTimestamp
        PERFORM Compute-Clock-Seconds
        MOVE clockSecs TO nowSecs

        PERFORM Load-Control-File
        PERFORM Load-Progress
        PERFORM Read-Summary

        *>the summary's settings echo names the master the run posts to;
        *>an explicit argument wins
        IF historyArg NOT = SPACE
            MOVE historyArg TO historyFilename
        END-IF

        *>the stop signal is a file next to the control file; format
        *>consumes it at the checkpoint where it honors it
        MOVE SPACE TO stopSignalFilename
        STRING function trim(controlFilename) ".STOP" DELIMITED BY SIZE INTO stopSignalFilename
        OPEN INPUT StopFile
        IF stopFileStatus = "00"
            MOVE "Y" TO stopPending
            CLOSE StopFile
        END-IF

        EVALUATE TRUE
            WHEN summaryFileStatus NOT = "00"
                MOVE "NOT STARTED" TO batchState
            WHEN stoppedSeen = "Y"
                *>a stopped run still closes its summary with TOTALS
                MOVE "STOPPED" TO batchState
            WHEN totalsSeen = "Y"
                MOVE "FINISHED" TO batchState
            WHEN OTHER
                MOVE "IN PROGRESS" TO batchState
        END-EVALUATE

        OPEN INPUT HistoryFile
        IF historyFileStatus = "00"
            MOVE "Y" TO historyOpen
        ELSE
            DISPLAY "WARNING: cannot open run history " function trim(historyFilename) " (status " historyFileStatus ") - no sizes or timings from it"
        END-IF
        PERFORM VARYING E FROM 1 BY 1 UNTIL E > entryCount
            PERFORM Classify-Entry
            PERFORM Size-Entry
        END-PERFORM
        IF historyOpen = "Y"
            CLOSE HistoryFile
        END-IF

        PERFORM VARYING E FROM 1 BY 1 UNTIL E > entryCount
            PERFORM Estimate-Entry
        END-PERFORM

        PERFORM Display-Status

        *>0 done and clean, 2 stopped and waiting for its restart (format's
        *>own code for it), 4 still to run or running, 8 a file failed,
        *>12 the control file unusable
        EVALUATE TRUE
            WHEN failedCount > 0
                MOVE 8 TO RETURN-CODE
            WHEN batchState = "FINISHED"
                MOVE 0 TO RETURN-CODE
            WHEN batchState = "STOPPED"
                MOVE 2 TO RETURN-CODE
            WHEN OTHER
                MOVE 4 TO RETURN-CODE
        END-EVALUATE

    GOBACK
    .

    Load-Control-File.
        *>one input filename per line, blank lines skipped, as format reads it
        MOVE 0 TO END-OF-CONTROL
        OPEN INPUT ControlFile
        IF controlFileStatus NOT = "00"
            DISPLAY "ERROR: cannot open control file " function trim(controlFilename) " (status " controlFileStatus ")"
            MOVE 12 TO RETURN-CODE
            GOBACK
        END-IF
        PERFORM UNTIL END-OF-CONTROL = 1
            READ ControlFile
                AT END MOVE 1 TO END-OF-CONTROL
            END-READ
            IF END-OF-CONTROL NOT = 1 AND controlLine NOT = SPACE
                IF entryCount = 2000
                    DISPLAY "ERROR: control file " function trim(controlFilename) " has more than 2000 entries"
                    CLOSE ControlFile
                    MOVE 12 TO RETURN-CODE
                    GOBACK
                END-IF
                ADD 1 TO entryCount
                MOVE function trim(controlLine) TO be-filename(entryCount)
            END-IF
        END-PERFORM
        CLOSE ControlFile
        .

    Load-Progress.
        *>one completed filename per line; a fresh run empties it at the
        *>start, a restart keeps adding to it
        MOVE SPACE TO progressFilename
        STRING function trim(controlFilename) ".PROGRESS" DELIMITED BY SIZE INTO progressFilename
        MOVE 0 TO END-OF-PROGRESS
        OPEN INPUT ProgressFile
        IF progressFileStatus = "00"
            PERFORM UNTIL END-OF-PROGRESS = 1
                READ ProgressFile
                    AT END MOVE 1 TO END-OF-PROGRESS
                END-READ
                IF END-OF-PROGRESS NOT = 1 AND progressLine NOT = SPACE AND progressCount < 2000
                    ADD 1 TO progressCount
                    MOVE function trim(progressLine) TO progress-name(progressCount)
                END-IF
            END-PERFORM
            CLOSE ProgressFile
        END-IF
        .

    Read-Summary.
        *>"BATCH SUMMARY  CONTROL: <name>  RUN: <timestamp>" -- the header
        *>is written as the run starts, so its timestamp is when the
        *>current (or last) run began; the entry lines below the column
        *>headings are the entries it has finished, in order
        MOVE SPACE TO summaryFilename
        STRING function trim(controlFilename) ".SUMMARY" DELIMITED BY SIZE INTO summaryFilename
        MOVE 0 TO END-OF-SUMMARY
        OPEN INPUT SummaryFile
        IF summaryFileStatus = "00"
            READ SummaryFile
                AT END MOVE 1 TO END-OF-SUMMARY
            END-READ
            IF END-OF-SUMMARY = 1 OR summaryLine(1:15) NOT = "BATCH SUMMARY  "
                *>opened but not yet written to -- the run is just starting
                MOVE "35" TO summaryFileStatus
            ELSE
                MOVE function length(function trim(summaryLine TRAILING)) TO lineLen
                IF lineLen > 19
                    MOVE summaryLine(lineLen - 18:19) TO runTimestamp
                END-IF
                MOVE "N" TO inEntries
                PERFORM UNTIL END-OF-SUMMARY = 1
                    READ SummaryFile
                        AT END MOVE 1 TO END-OF-SUMMARY
                    END-READ
                    IF END-OF-SUMMARY NOT = 1
                        PERFORM Take-Summary-Line
                    END-IF
                END-PERFORM
            END-IF
            CLOSE SummaryFile
        END-IF
        .

    Take-Summary-Line.
        *>the settings echo runs down to the column headings: the mode line
        *>and the HISTORY line (value from column 47); below them an entry
        *>line carries its status in columns 38-45
        IF inEntries = "N"
            IF summaryLine(1:8) = "   INPUT"
                MOVE "Y" TO inEntries
            END-IF
            IF summaryLine(1:26) = "EFFECTIVE SETTINGS  MODE: "
                UNSTRING summaryLine(27:) DELIMITED BY SPACE INTO runMode
                END-UNSTRING
            END-IF
            IF summaryLine(1:12) = "  HISTORY   "
                MOVE function trim(summaryLine(47:)) TO historyFilename
            END-IF
        ELSE
            MOVE summaryLine(38:8) TO entryStatus
            EVALUATE entryStatus
                WHEN "OK"
                WHEN "FAILED"
                WHEN "SKIP"
                WHEN "STOPPED"
                    IF summaryEntryCount < 2000
                        ADD 1 TO summaryEntryCount
                        MOVE entryStatus TO summary-status(summaryEntryCount)
                    END-IF
                    IF entryStatus = "STOPPED"
                        MOVE "Y" TO stoppedSeen
                    END-IF
                WHEN "TOTALS"
                    MOVE "Y" TO totalsSeen
                WHEN OTHER
                    CONTINUE
            END-EVALUATE
        END-IF
        .

    Classify-Entry.
        *>completed if the progress file has it (this run or an earlier
        *>attempt); otherwise what this run's summary says about it; the
        *>first entry past the summary's last line is the one being worked
        *>on while the run is in progress, and the rest wait their turn
        MOVE 0 TO be-reached(E)
        MOVE "NOT STARTED" TO be-status(E)
        PERFORM VARYING P FROM 1 BY 1 UNTIL P > progressCount
            IF progress-name(P) = be-filename(E)
                MOVE "COMPLETED" TO be-status(E)
            END-IF
        END-PERFORM
        IF be-status(E) NOT = "COMPLETED"
            IF E NOT > summaryEntryCount
                EVALUATE summary-status(E)
                    WHEN "FAILED"
                        MOVE "FAILED" TO be-status(E)
                    WHEN "STOPPED"
                        MOVE "STOPPED" TO be-status(E)
                    WHEN OTHER
                        MOVE "COMPLETED" TO be-status(E)
                END-EVALUATE
            ELSE
                IF batchState = "IN PROGRESS" AND E = summaryEntryCount + 1
                    MOVE "IN FLIGHT" TO be-status(E)
                END-IF
            END-IF
        END-IF
        EVALUATE be-status(E)
            WHEN "COMPLETED"
                ADD 1 TO completedCount
            WHEN "FAILED"
                ADD 1 TO failedCount
            WHEN "IN FLIGHT"
                ADD 1 TO inFlightCount
                PERFORM Read-Checkpoint
            WHEN "STOPPED"
                ADD 1 TO inFlightCount
                PERFORM Read-Checkpoint
            WHEN OTHER
                ADD 1 TO notStartedCount
        END-EVALUATE
        .

    Read-Checkpoint.
        *>the input record the last checkpoint reached; none yet (or an
        *>empty one) means the file is still short of its first checkpoint
        MOVE SPACE TO checkpointFilename
        STRING function trim(be-filename(E)) ".CKPT" DELIMITED BY SIZE INTO checkpointFilename
        MOVE 0 TO END-OF-CHECKPOINT
        OPEN INPUT CheckpointFile
        IF checkpointFileStatus = "00"
            READ CheckpointFile
                AT END MOVE 1 TO END-OF-CHECKPOINT
            END-READ
            IF END-OF-CHECKPOINT NOT = 1 AND ckpt-input-count IS NUMERIC
                MOVE ckpt-input-count TO be-reached(E)
            END-IF
            CLOSE CheckpointFile
        END-IF
        .

    Size-Entry.
        *>the master is keyed on filename then run timestamp, so reading
        *>forward from filename + low-values walks the file's runs oldest
        *>first: the last one gives the expected size, the last one with an
        *>elapsed time gives the file's own rate
        MOVE 0 TO be-expected(E)
        MOVE "UNKNOWN" TO be-sizeSource(E)
        MOVE 0 TO be-timedSecs(E)
        MOVE 0 TO be-timedLines(E)
        IF historyOpen = "Y"
            MOVE 0 TO END-OF-HISTORY
            MOVE be-filename(E) TO hist-filename
            MOVE LOW-VALUES TO hist-timestamp
            START HistoryFile KEY NOT < hist-key
                INVALID KEY MOVE 1 TO END-OF-HISTORY
            END-START
            PERFORM UNTIL END-OF-HISTORY = 1
                READ HistoryFile NEXT
                    AT END MOVE 1 TO END-OF-HISTORY
                END-READ
                IF END-OF-HISTORY NOT = 1
                    IF hist-filename = be-filename(E)
                        MOVE hist-inputLines TO be-expected(E)
                        MOVE "HISTORY" TO be-sizeSource(E)
                        IF hist-elapsedSecs IS NUMERIC AND hist-elapsedSecs > 0 AND hist-inputLines > 0
                            MOVE hist-elapsedSecs TO be-timedSecs(E)
                            MOVE hist-inputLines TO be-timedLines(E)
                        END-IF
                    ELSE
                        MOVE 1 TO END-OF-HISTORY
                    END-IF
                END-IF
            END-PERFORM
        END-IF
        IF be-timedLines(E) > 0
            ADD be-timedSecs(E) TO poolSecs
            ADD be-timedLines(E) TO poolLines
        END-IF

        *>a file the master has never seen is sized from the file itself,
        *>but only where it is still to be done -- nothing else needs it
        IF be-sizeSource(E) = "UNKNOWN" AND be-status(E) NOT = "COMPLETED" AND be-status(E) NOT = "FAILED"
            MOVE be-filename(E) TO inputFilename
            MOVE 0 TO END-OF-INPUT
            OPEN INPUT InputFile
            IF inputFileStatus = "00"
                MOVE "COUNTED" TO be-sizeSource(E)
                PERFORM UNTIL END-OF-INPUT = 1
                    READ InputFile
                        AT END MOVE 1 TO END-OF-INPUT
                    END-READ
                    IF END-OF-INPUT NOT = 1
                        ADD 1 TO be-expected(E)
                    END-IF
                END-PERFORM
                CLOSE InputFile
            END-IF
        END-IF
        .

    Estimate-Entry.
        *>seconds still to go on an entry not yet completed or failed: the
        *>lines left at its own last rate, else at the pooled rate
        MOVE 0 TO be-estSecs(E)
        MOVE "N" TO be-estimated(E)
        IF be-status(E) NOT = "COMPLETED" AND be-status(E) NOT = "FAILED"
            IF be-expected(E) > be-reached(E)
                COMPUTE remainingLines = be-expected(E) - be-reached(E)
            ELSE
                MOVE 0 TO remainingLines
            END-IF
            ADD remainingLines TO totalRemainingLines
            ADD 1 TO remainingEntryCount
            EVALUATE TRUE
                WHEN be-sizeSource(E) = "UNKNOWN"
                    ADD 1 TO unestimatedCount
                WHEN be-timedLines(E) > 0
                    COMPUTE be-estSecs(E) ROUNDED = remainingLines * be-timedSecs(E) / be-timedLines(E)
                    MOVE "Y" TO be-estimated(E)
                WHEN poolLines > 0
                    COMPUTE be-estSecs(E) ROUNDED = remainingLines * poolSecs / poolLines
                    MOVE "Y" TO be-estimated(E)
                WHEN OTHER
                    ADD 1 TO unestimatedCount
            END-EVALUATE
            ADD be-estSecs(E) TO remainingSecs
        END-IF
        .

    Display-Status.
        DISPLAY "BATCH STATUS  CONTROL: " function trim(controlFilename) "  MODE: " function trim(runMode) "  AS OF: " nowTimestamp
        IF runTimestamp = SPACE
            DISPLAY "RUN STARTED         (NO RUN STARTED YET)"
        ELSE
            MOVE runTimestamp(1:4) TO currentDateTime(1:4)
            MOVE runTimestamp(6:2) TO currentDateTime(5:2)
            MOVE runTimestamp(9:2) TO currentDateTime(7:2)
            MOVE runTimestamp(12:2) TO currentDateTime(9:2)
            MOVE runTimestamp(15:2) TO currentDateTime(11:2)
            MOVE runTimestamp(18:2) TO currentDateTime(13:2)
            PERFORM Compute-Clock-Seconds
            MOVE clockSecs TO startSecs
            IF nowSecs > startSecs
                COMPUTE durationSecs = nowSecs - startSecs
            ELSE
                MOVE 0 TO durationSecs
            END-IF
            PERFORM Format-Duration
            IF batchState = "IN PROGRESS"
                DISPLAY "RUN STARTED         " runTimestamp "  RUNNING FOR " function trim(duration-text)
            ELSE
                DISPLAY "RUN STARTED         " runTimestamp
            END-IF
        END-IF
        EVALUATE batchState
            WHEN "STOPPED"
                DISPLAY "BATCH STATE         STOPPED AT A CHECKPOINT - RERUN WITH RESTART Y TO RESUME"
            WHEN "IN PROGRESS"
                DISPLAY "BATCH STATE         IN PROGRESS (NO TOTALS LINE YET)"
            WHEN OTHER
                DISPLAY "BATCH STATE         " function trim(batchState)
        END-EVALUATE
        IF stopPending = "Y"
            DISPLAY "STOP REQUEST        PENDING - " function trim(stopSignalFilename) " TAKES EFFECT AT THE NEXT CHECKPOINT"
        ELSE
            DISPLAY "STOP REQUEST        NONE"
        END-IF
        DISPLAY "HISTORY             " function trim(historyFilename)
        DISPLAY SPACE

        DISPLAY "ENTRY  STATUS       REACHED  EXPECTED  SOURCE   EST SECS  FILE"
        PERFORM VARYING E FROM 1 BY 1 UNTIL E > entryCount
            MOVE E TO entry-disp
            MOVE SPACE TO reached-text
            MOVE SPACE TO expected-text
            MOVE SPACE TO est-text
            IF be-status(E) = "IN FLIGHT" OR be-status(E) = "STOPPED"
                MOVE be-reached(E) TO reached-disp
                MOVE reached-disp TO reached-text
            END-IF
            IF be-sizeSource(E) NOT = "UNKNOWN"
                MOVE be-expected(E) TO expected-disp
                MOVE expected-disp TO expected-text
            END-IF
            IF be-estimated(E) = "Y"
                MOVE be-estSecs(E) TO est-disp
                MOVE est-disp TO est-text
            END-IF
            DISPLAY " " entry-disp "  " be-status(E) " " reached-text "  " expected-text "  " be-sizeSource(E) "  " est-text "  " function trim(be-filename(E))
        END-PERFORM
        DISPLAY SPACE

        MOVE completedCount TO count-disp
        DISPLAY "ENTRIES COMPLETED   " count-disp
        MOVE failedCount TO count-disp
        DISPLAY "ENTRIES FAILED      " count-disp
        MOVE inFlightCount TO count-disp
        DISPLAY "IN FLIGHT/STOPPED   " count-disp
        MOVE notStartedCount TO count-disp
        DISPLAY "NOT STARTED         " count-disp
        MOVE totalRemainingLines TO lines-disp
        DISPLAY "LINES REMAINING     " lines-disp

        *>the finish time is now plus the estimate -- for a stopped or not
        *>yet started batch that means "if it were (re)started now"
        IF batchState NOT = "FINISHED"
            MOVE remainingSecs TO durationSecs
            PERFORM Format-Duration
            COMPUTE finishSecs = nowSecs + remainingSecs
            COMPUTE finishDay = finishSecs / 86400
            COMPUTE finishTime = finishSecs - finishDay * 86400
            MOVE function date-of-integer(finishDay) TO finishDate
            COMPUTE fin-hh = finishTime / 3600
            COMPUTE fin-mm = (finishTime - fin-hh * 3600) / 60
            COMPUTE fin-ss = finishTime - fin-hh * 3600 - fin-mm * 60
            MOVE SPACE TO finishTimestamp
            STRING finishDateText(1:4) "-" finishDateText(5:2) "-" finishDateText(7:2)
                " " fin-hh ":" fin-mm ":" fin-ss
                DELIMITED BY SIZE INTO finishTimestamp
            IF remainingEntryCount > 0 AND unestimatedCount = remainingEntryCount
                DISPLAY "ESTIMATED FINISH    UNKNOWN - NO TIMED RUNS FOR THESE FILES ON THE HISTORY MASTER"
            ELSE
                IF batchState = "IN PROGRESS"
                    DISPLAY "TIME REMAINING      " function trim(duration-text)
                    DISPLAY "ESTIMATED FINISH    " finishTimestamp
                ELSE
                    DISPLAY "TIME TO RUN         " function trim(duration-text)
                    DISPLAY "ESTIMATED FINISH    " finishTimestamp "  IF STARTED NOW"
                END-IF
                IF unestimatedCount > 0
                    MOVE unestimatedCount TO count-disp
                    DISPLAY "NOT IN ESTIMATE     " count-disp "  (NO SIZE OR RATE KNOWN)"
                END-IF
            END-IF
        END-IF
        .

    Compute-Clock-Seconds.
        *>seconds since day 1 for the date and time now in currentDateTime
        COMPUTE clockSecs = function integer-of-date(function numval(currentDateTime(1:8))) * 86400
            + function numval(currentDateTime(9:2)) * 3600
            + function numval(currentDateTime(11:2)) * 60
            + function numval(currentDateTime(13:2))
        .

    Format-Duration.
        *>durationSecs as hours and minutes, "nH nnM"
        COMPUTE dur-hours = durationSecs / 3600
        COMPUTE dur-minutes = (durationSecs - dur-hours * 3600) / 60
        MOVE dur-hours TO dur-hours-disp
        MOVE SPACE TO duration-text
        STRING function trim(dur-hours-disp) "H " dur-minutes "M" DELIMITED BY SIZE INTO duration-text
        .

    Get-Arguments.
        *>arg 1: the control file the batch runs against
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
            DISPLAY "Usage: batchstat <control-file> [history-file]"
            DISPLAY "       shows each entry of a running or stopped format BATCH/MERGE job as"
            DISPLAY "       completed, failed, in flight (input record reached), stopped or not"
            DISPLAY "       started, whether a .STOP is pending, and an estimated finish time"
            DISPLAY "       RETURN-CODE: 0 finished, 2 stopped awaiting restart, 4 running or"
            DISPLAY "       not started, 8 a file failed, 12 control file unusable"
            MOVE 12 TO RETURN-CODE
            GOBACK
        END-IF
        .
END PROGRAM batchstat.
