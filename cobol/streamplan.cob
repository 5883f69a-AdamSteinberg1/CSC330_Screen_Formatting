        >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. streamplan.
*>parallel-stream companion to the reflow driver: a control file too big to
*>finish inside the batch window as one serial format BATCH job is dealt
*>out here into N sub-control files that run as separate jobs side by side.
*>
*>PLAN estimates each entry's work as the input-line count of its latest
*>run on the run-history master (an entry the master has never seen gets
*>the default size) and deals the entries, biggest first, each to the
*>stream with the least work so far -- so one huge file lands in a stream
*>of its own and the small ones fill in around it. Within a stream the
*>entries keep their control-file order. The streams are written as
*><control-file>.S01 ... .Snn and the plan itself as <control-file>.PLAN.
*>A MERGE control file builds one combined document and can't be split,
*>so it is planned whole, as one stream run against the control file
*>itself.
*>
*>COMBINE runs after the streams finish: it reads the plan for the number
*>of streams and folds every <control-file>.Snn.SUMMARY into one
*><control-file>.SUMMARY in the layout format writes -- every stream's
*>entry lines, a STREAM line per stream with its subtotal and state, and
*>the grand totals -- so balance, release and the morning report read the
*>batch as the one batch it was. A stream whose summary is missing, that
*>never reached its TOTALS line, that was stopped on operator request, or
*>whose summary is older than the plan (left over from an earlier run of
*>that stream, so tonight's never ran) is flagged, and the combined
*>summary then gets no TOTALS line either, which holds the release until
*>the stream is rerun and the combine repeated. Read-only against the
*>history master.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
SELECT ControlFile ASSIGN TO DYNAMIC controlFilename
ORGANIZATION IS LINE SEQUENTIAL
FILE STATUS IS controlFileStatus.
SELECT StreamFile ASSIGN TO DYNAMIC streamFilename
ORGANIZATION IS LINE SEQUENTIAL
FILE STATUS IS streamFileStatus.
SELECT PlanFile ASSIGN TO DYNAMIC planFilename
ORGANIZATION IS LINE SEQUENTIAL
FILE STATUS IS planFileStatus.
SELECT SummaryFile ASSIGN TO DYNAMIC summaryFilename
ORGANIZATION IS LINE SEQUENTIAL
FILE STATUS IS summaryFileStatus.
SELECT CombinedFile ASSIGN TO DYNAMIC combinedFilename
ORGANIZATION IS LINE SEQUENTIAL
FILE STATUS IS combinedFileStatus.
SELECT HistoryFile ASSIGN TO DYNAMIC historyFilename
ORGANIZATION IS INDEXED
ACCESS MODE IS DYNAMIC
RECORD KEY IS hist-key
FILE STATUS IS historyFileStatus.

DATA DIVISION.
FILE SECTION.
    FD ControlFile.
    01 controlLine PIC X(255).
    FD StreamFile.
    01 streamLine PIC X(255).
    FD PlanFile.
    01 planLine PIC X(255).
    FD SummaryFile.
    01 summaryLine PIC X(255).
    FD CombinedFile.
    01 combinedLine PIC X(255).
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
    01 END-OF-HISTORY PIC Z(1).
    01 END-OF-SUMMARY PIC Z(1).
    01 controlFilename PIC X(255).
    01 controlFileStatus PIC XX VALUE "00".
    01 streamFilename PIC X(255).
    01 streamFileStatus PIC XX VALUE "00".
    01 planFilename PIC X(255).
    01 planFileStatus PIC XX VALUE "00".
    01 summaryFilename PIC X(255).
    01 summaryFileStatus PIC XX VALUE "00".
    01 combinedFilename PIC X(255).
    01 combinedFileStatus PIC XX VALUE "00".
    01 historyFilename PIC X(255) VALUE "RUNHIST.DAT".
    01 historyFileStatus PIC XX VALUE "00".
    01 historyOpen PIC X VALUE "N".
    01 argnum PIC 9(4) COMP.
    01 actionArg PIC X(255).
    01 streamsArg PIC X(255).
    01 modeArg PIC X(255).
    01 historyArg PIC X(255).
    01 defaultArg PIC X(255).
    01 planAction PIC X(8).
    01 runMode PIC X(8) VALUE "BATCH".
    01 streamCount PIC 99 VALUE 0.
    01 streamsAsked PIC 99 VALUE 0.
    01 defaultSize PIC 9(8) VALUE 1000.
    01 currentDateTime PIC X(21).
    01 createdTimestamp PIC X(19).
    01 lineLen PIC 999 COMP.
    01 E PIC 9(5) COMP.
    01 D PIC 9(5) COMP.
    01 S PIC 99 COMP.
    01 pickEntry PIC 9(5) COMP.
    01 pickStream PIC 99 COMP.
    01 stream-disp PIC 99.
    *>the control file's entries in their original order; the stream each
    *>is dealt to is filled in by Deal-Entries
    01 entryCount PIC 9(5) VALUE 0.
    01 historyCount PIC 9(5) VALUE 0.
    01 defaultCount PIC 9(5) VALUE 0.
    01 planTable.
        05 plan-entry OCCURS 2000.
            10 pe-filename    PIC X(255).
            10 pe-size        PIC 9(8).
            10 pe-source      PIC X(7).
            10 pe-stream      PIC 99.
    *>one slot per stream: the work dealt to it (PLAN), or what its summary
    *>said when the streams came back (COMBINE)
    01 streamTable.
        05 stream-slot OCCURS 99.
            10 st-load         PIC 9(10).
            10 st-files        PIC 9(5).
            10 st-state        PIC X(10).
            10 st-runTimestamp PIC X(19).
            10 st-input        PIC 9(8).
            10 st-output       PIC 9(8).
            10 st-words        PIC 9(8).
            10 st-warnings     PIC 9(8).
            10 st-processed    PIC 9(6).
            10 st-failed       PIC 9(6).
            10 st-stopped      PIC 9(6).
    01 largestLoad PIC 9(10).
    01 smallestLoad PIC 9(10).
    *>COMBINE: the settings echo of the first stream summary found stands
    *>for the batch -- every stream ran off the same deck
    01 echoCount PIC 99 VALUE 0.
    01 echoSaved PIC X VALUE "N".
    01 echoTable.
        05 echo-line OCCURS 40 PIC X(255).
    01 E2 PIC 99 COMP.
    01 entryStatus PIC X(8).
    01 inEntries PIC X.
    01 batchTimestamp PIC X(19) VALUE SPACE.
    *>the plan's CREATED time -- a stream summary from before it belongs to
    *>an earlier run of the stream, not to this plan
    01 planCreated PIC X(19) VALUE SPACE.
    01 completeCount PIC 99 VALUE 0.
    01 notCompleteCount PIC 99 VALUE 0.
    01 failedStreamCount PIC 99 VALUE 0.
    01 bat-input PIC 9(8) VALUE 0.
    01 bat-output PIC 9(8) VALUE 0.
    01 bat-words PIC 9(8) VALUE 0.
    01 bat-warnings PIC 9(8) VALUE 0.
    01 bat-processed PIC 9(6) VALUE 0.
    01 bat-failed PIC 9(6) VALUE 0.
    01 sum-count-disp PIC ZZZZZZZ9.
    01 sum-count2-disp PIC ZZZZZZZ9.
    01 sum-count3-disp PIC ZZZZZZZ9.
    01 sum-count4-disp PIC ZZZZZZZ9.
    01 size-disp PIC ZZZZZZZZZ9.
    01 files-disp PIC ZZZZ9.
    01 count-disp PIC ZZZZ9.

PROCEDURE DIVISION.
    Begin.
        PERFORM Get-Arguments

        MOVE SPACE TO planFilename
        STRING function trim(controlFilename) ".PLAN" DELIMITED BY SIZE INTO planFilename

        IF planAction = "PLAN"
            PERFORM Plan-Streams
        ELSE
            PERFORM Combine-Streams
        END-IF

    GOBACK
    .

    Plan-Streams.
        PERFORM Load-Control-File
        IF entryCount = 0
            DISPLAY "ERROR: control file " function trim(controlFilename) " names no input files"
            MOVE 12 TO RETURN-CODE
            GOBACK
        END-IF

        *>the master only sharpens the estimate -- without it every entry
        *>gets the default size and the plan still deals them out evenly
        *>by count, with a warning
        OPEN INPUT HistoryFile
        IF historyFileStatus = "00"
            MOVE "Y" TO historyOpen
        ELSE
            DISPLAY "WARNING: cannot open run history " function trim(historyFilename) " (status " historyFileStatus ") - every entry planned at the default size"
        END-IF
        PERFORM VARYING E FROM 1 BY 1 UNTIL E > entryCount
            PERFORM Estimate-Entry
        END-PERFORM
        IF historyOpen = "Y"
            CLOSE HistoryFile
        END-IF

        *>more streams than entries would only leave empty jobs behind
        MOVE streamsAsked TO streamCount
        IF runMode = "MERGE"
            MOVE 1 TO streamCount
        END-IF
        IF streamCount > entryCount
            MOVE entryCount TO streamCount
        END-IF

        PERFORM Deal-Entries

        IF runMode = "BATCH"
            PERFORM VARYING S FROM 1 BY 1 UNTIL S > streamCount
                PERFORM Write-Stream-Control
            END-PERFORM
        END-IF

        PERFORM Write-Plan-Report

        EVALUATE TRUE
            WHEN historyOpen = "N"
                MOVE 4 TO RETURN-CODE
            WHEN streamCount < streamsAsked AND runMode = "BATCH"
                MOVE 4 TO RETURN-CODE
            WHEN OTHER
                MOVE 0 TO RETURN-CODE
        END-EVALUATE
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
                MOVE function trim(controlLine) TO pe-filename(entryCount)
                MOVE 0 TO pe-stream(entryCount)
            END-IF
        END-PERFORM
        CLOSE ControlFile
        .

    Estimate-Entry.
        *>the master is keyed on filename then run timestamp, so positioning
        *>at filename + low-values and reading forward walks that file's
        *>runs oldest first; the last one read is the latest run
        MOVE defaultSize TO pe-size(E)
        MOVE "DEFAULT" TO pe-source(E)
        IF historyOpen = "Y"
            MOVE 0 TO END-OF-HISTORY
            MOVE pe-filename(E) TO hist-filename
            MOVE LOW-VALUES TO hist-timestamp
            START HistoryFile KEY NOT < hist-key
                INVALID KEY MOVE 1 TO END-OF-HISTORY
            END-START
            PERFORM UNTIL END-OF-HISTORY = 1
                READ HistoryFile NEXT
                    AT END MOVE 1 TO END-OF-HISTORY
                END-READ
                IF END-OF-HISTORY NOT = 1
                    IF hist-filename = pe-filename(E)
                        MOVE hist-inputLines TO pe-size(E)
                        MOVE "HISTORY" TO pe-source(E)
                    ELSE
                        MOVE 1 TO END-OF-HISTORY
                    END-IF
                END-IF
            END-PERFORM
        END-IF
        IF pe-source(E) = "HISTORY"
            ADD 1 TO historyCount
        ELSE
            ADD 1 TO defaultCount
        END-IF
        .

    Deal-Entries.
        *>biggest entry not yet dealt goes to the stream carrying the least
        *>work so far; ties go to the earlier entry and the lower stream, so
        *>the same control file and history always give the same plan
        PERFORM VARYING S FROM 1 BY 1 UNTIL S > 99
            MOVE 0 TO st-load(S)
            MOVE 0 TO st-files(S)
        END-PERFORM
        PERFORM VARYING D FROM 1 BY 1 UNTIL D > entryCount
            MOVE 0 TO pickEntry
            PERFORM VARYING E FROM 1 BY 1 UNTIL E > entryCount
                IF pe-stream(E) = 0
                    IF pickEntry = 0
                        MOVE E TO pickEntry
                    ELSE
                        IF pe-size(E) > pe-size(pickEntry)
                            MOVE E TO pickEntry
                        END-IF
                    END-IF
                END-IF
            END-PERFORM
            MOVE 1 TO pickStream
            PERFORM VARYING S FROM 2 BY 1 UNTIL S > streamCount
                IF st-load(S) < st-load(pickStream)
                    MOVE S TO pickStream
                END-IF
            END-PERFORM
            MOVE pickStream TO pe-stream(pickEntry)
            ADD pe-size(pickEntry) TO st-load(pickStream)
            ADD 1 TO st-files(pickStream)
        END-PERFORM
        .

    Write-Stream-Control.
        MOVE S TO stream-disp
        PERFORM Build-Stream-Name
        OPEN OUTPUT StreamFile
        IF streamFileStatus NOT = "00"
            DISPLAY "ERROR: cannot write stream control file " function trim(streamFilename) " (status " streamFileStatus ")"
            MOVE 12 TO RETURN-CODE
            GOBACK
        END-IF
        PERFORM VARYING E FROM 1 BY 1 UNTIL E > entryCount
            IF pe-stream(E) = S
                MOVE pe-filename(E) TO streamLine
                WRITE streamLine
            END-IF
        END-PERFORM
        CLOSE StreamFile
        .

    Build-Stream-Name.
        *>a stream's control file is the batch's own name plus .Snn, so its
        *>.SUMMARY, .PROGRESS and .STOP sit alongside the batch's own
        MOVE SPACE TO streamFilename
        IF runMode = "MERGE"
            MOVE controlFilename TO streamFilename
        ELSE
            STRING function trim(controlFilename) ".S" stream-disp DELIMITED BY SIZE INTO streamFilename
        END-IF
        .

    Write-Plan-Report.
        OPEN OUTPUT PlanFile
        IF planFileStatus NOT = "00"
            DISPLAY "ERROR: cannot write stream plan " function trim(planFilename) " (status " planFileStatus ")"
            MOVE 12 TO RETURN-CODE
            GOBACK
        END-IF

        MOVE function current-date TO currentDateTime
        STRING currentDateTime(1:4) "-" currentDateTime(5:2) "-" currentDateTime(7:2)
            " " currentDateTime(9:2) ":" currentDateTime(11:2) ":" currentDateTime(13:2)
            DELIMITED BY SIZE INTO createdTimestamp

        *>the stream count sits in columns 23-24 and the mode from column
        *>33 -- COMBINE reads them back from here
        MOVE streamCount TO stream-disp
        MOVE SPACE TO planLine
        STRING "STREAM PLAN  STREAMS: " stream-disp "  MODE: " function trim(runMode) "  CONTROL: " function trim(controlFilename) "  CREATED: " createdTimestamp DELIMITED BY SIZE INTO planLine
        WRITE planLine
        DISPLAY function trim(planLine)
        MOVE defaultSize TO size-disp
        MOVE SPACE TO planLine
        STRING "HISTORY: " function trim(historyFilename) "  DEFAULT SIZE: " function trim(size-disp) " INPUT LINES" DELIMITED BY SIZE INTO planLine
        WRITE planLine
        IF runMode = "MERGE"
            MOVE SPACE TO planLine
            STRING "MERGE CONTROL FILE KEPT WHOLE - RUN format MERGE AGAINST " function trim(controlFilename) " AS ONE STREAM" DELIMITED BY SIZE INTO planLine
            WRITE planLine
            DISPLAY function trim(planLine)
        END-IF
        MOVE SPACE TO planLine
        WRITE planLine

        MOVE SPACE TO planLine
        STRING "STREAM   EST LINES  SOURCE   FILE" DELIMITED BY SIZE INTO planLine
        WRITE planLine
        PERFORM VARYING S FROM 1 BY 1 UNTIL S > streamCount
            MOVE S TO stream-disp
            PERFORM VARYING E FROM 1 BY 1 UNTIL E > entryCount
                IF pe-stream(E) = S
                    MOVE pe-size(E) TO size-disp
                    MOVE SPACE TO planLine
                    STRING "    " stream-disp " " size-disp "  " pe-source(E) "  " function trim(pe-filename(E)) DELIMITED BY SIZE INTO planLine
                    WRITE planLine
                END-IF
            END-PERFORM
        END-PERFORM

        MOVE SPACE TO planLine
        WRITE planLine
        MOVE SPACE TO planLine
        STRING "STREAM   EST LINES  FILES  CONTROL FILE" DELIMITED BY SIZE INTO planLine
        WRITE planLine
        DISPLAY function trim(planLine)
        MOVE st-load(1) TO largestLoad
        MOVE st-load(1) TO smallestLoad
        PERFORM VARYING S FROM 1 BY 1 UNTIL S > streamCount
            MOVE S TO stream-disp
            PERFORM Build-Stream-Name
            MOVE st-load(S) TO size-disp
            MOVE st-files(S) TO files-disp
            MOVE SPACE TO planLine
            STRING "    " stream-disp " " size-disp "  " files-disp "  " function trim(streamFilename) DELIMITED BY SIZE INTO planLine
            WRITE planLine
            DISPLAY function trim(planLine TRAILING)
            IF st-load(S) > largestLoad
                MOVE st-load(S) TO largestLoad
            END-IF
            IF st-load(S) < smallestLoad
                MOVE st-load(S) TO smallestLoad
            END-IF
        END-PERFORM

        MOVE SPACE TO planLine
        WRITE planLine
        MOVE largestLoad TO size-disp
        MOVE SPACE TO planLine
        STRING "LARGEST STREAM      " size-disp DELIMITED BY SIZE INTO planLine
        WRITE planLine
        DISPLAY function trim(planLine TRAILING)
        MOVE smallestLoad TO size-disp
        MOVE SPACE TO planLine
        STRING "SMALLEST STREAM     " size-disp DELIMITED BY SIZE INTO planLine
        WRITE planLine
        DISPLAY function trim(planLine TRAILING)
        MOVE entryCount TO count-disp
        MOVE SPACE TO planLine
        STRING "ENTRIES PLANNED     " count-disp DELIMITED BY SIZE INTO planLine
        WRITE planLine
        DISPLAY function trim(planLine TRAILING)
        MOVE historyCount TO count-disp
        MOVE SPACE TO planLine
        STRING "SIZED FROM HISTORY  " count-disp DELIMITED BY SIZE INTO planLine
        WRITE planLine
        DISPLAY function trim(planLine TRAILING)
        MOVE defaultCount TO count-disp
        MOVE SPACE TO planLine
        STRING "DEFAULT SIZE USED   " count-disp DELIMITED BY SIZE INTO planLine
        WRITE planLine
        DISPLAY function trim(planLine TRAILING)
        IF streamCount < streamsAsked AND runMode = "BATCH"
            MOVE streamsAsked TO stream-disp
            MOVE entryCount TO count-disp
            MOVE SPACE TO planLine
            STRING "ONLY " function trim(count-disp) " ENTRIES - FEWER STREAMS THAN THE " stream-disp " ASKED FOR" DELIMITED BY SIZE INTO planLine
            WRITE planLine
            DISPLAY function trim(planLine TRAILING)
        END-IF
        CLOSE PlanFile
        .

    Combine-Streams.
        *>the plan says how many streams there were -- without it a stream
        *>that never wrote a summary would simply not be noticed
        OPEN INPUT PlanFile
        IF planFileStatus NOT = "00"
            DISPLAY "ERROR: cannot open stream plan " function trim(planFilename) " (status " planFileStatus ")"
            MOVE 12 TO RETURN-CODE
            GOBACK
        END-IF
        MOVE SPACE TO planLine
        READ PlanFile
            AT END CONTINUE
        END-READ
        CLOSE PlanFile
        IF planLine(1:22) NOT = "STREAM PLAN  STREAMS: " OR planLine(23:2) IS NOT NUMERIC
            DISPLAY "ERROR: " function trim(planFilename) " is not a stream plan"
            MOVE 12 TO RETURN-CODE
            GOBACK
        END-IF
        MOVE planLine(23:2) TO streamCount
        MOVE planLine(33:5) TO runMode
        *>"... CREATED: <timestamp>" -- the last 19 characters of the line
        MOVE function length(function trim(planLine TRAILING)) TO lineLen
        IF lineLen > 19
            MOVE planLine(lineLen - 18:19) TO planCreated
        END-IF
        IF runMode = "MERGE"
            DISPLAY "ERROR: " function trim(planFilename) " plans a MERGE control file as one stream - its own .SUMMARY needs no combining"
            MOVE 12 TO RETURN-CODE
            GOBACK
        END-IF

        *>first pass: what each stream's summary says, and the earliest
        *>stream run timestamp to head the combined summary with
        PERFORM VARYING S FROM 1 BY 1 UNTIL S > streamCount
            PERFORM Take-Stream-Summary
        END-PERFORM

        MOVE SPACE TO combinedFilename
        STRING function trim(controlFilename) ".SUMMARY" DELIMITED BY SIZE INTO combinedFilename
        OPEN OUTPUT CombinedFile
        IF combinedFileStatus NOT = "00"
            DISPLAY "ERROR: cannot write combined summary " function trim(combinedFilename) " (status " combinedFileStatus ")"
            MOVE 12 TO RETURN-CODE
            GOBACK
        END-IF

        *>the header and echo are the ones format writes, so balance and
        *>release find the mode and the history master where they look;
        *>the extra COMBINED line sits inside the echo, which they skip
        MOVE SPACE TO combinedLine
        STRING "BATCH SUMMARY  CONTROL: " function trim(controlFilename) "  RUN: " batchTimestamp DELIMITED BY SIZE INTO combinedLine
        WRITE combinedLine
        MOVE streamCount TO stream-disp
        MOVE SPACE TO combinedLine
        STRING "COMBINED FROM " stream-disp " STREAMS  PLAN: " function trim(planFilename) DELIMITED BY SIZE INTO combinedLine
        WRITE combinedLine
        PERFORM VARYING E2 FROM 1 BY 1 UNTIL E2 > echoCount
            MOVE echo-line(E2) TO combinedLine
            WRITE combinedLine
        END-PERFORM
        MOVE SPACE TO combinedLine
        STRING "   INPUT   OUTPUT    WORDS WARNINGS  STATUS    FILE" DELIMITED BY SIZE INTO combinedLine
        WRITE combinedLine
        DISPLAY "COMBINED SUMMARY  CONTROL: " function trim(controlFilename) "  STREAMS: " stream-disp

        *>second pass: each stream's entry lines as written, then its
        *>STREAM line -- the subtotal, status STREAM in the status column
        *>(which balance and release pass over), and the stream's state
        PERFORM VARYING S FROM 1 BY 1 UNTIL S > streamCount
            PERFORM Copy-Stream-Entries
            PERFORM Write-Stream-Line
        END-PERFORM

        PERFORM Write-Combined-Totals
        CLOSE CombinedFile

        *>8 if any stream is missing, unfinished or had a file fail -- the
        *>same 8 format gives a batch with failed files
        IF notCompleteCount > 0 OR failedStreamCount > 0
            MOVE 8 TO RETURN-CODE
        ELSE
            MOVE 0 TO RETURN-CODE
        END-IF
        .

    Take-Stream-Summary.
        MOVE S TO stream-disp
        PERFORM Build-Stream-Name
        MOVE "MISSING" TO st-state(S)
        MOVE SPACE TO st-runTimestamp(S)
        MOVE 0 TO st-input(S)
        MOVE 0 TO st-output(S)
        MOVE 0 TO st-words(S)
        MOVE 0 TO st-warnings(S)
        MOVE 0 TO st-processed(S)
        MOVE 0 TO st-failed(S)
        MOVE 0 TO st-stopped(S)
        MOVE SPACE TO summaryFilename
        STRING function trim(streamFilename) ".SUMMARY" DELIMITED BY SIZE INTO summaryFilename
        MOVE 0 TO END-OF-SUMMARY
        OPEN INPUT SummaryFile
        IF summaryFileStatus = "00"
            READ SummaryFile
                AT END MOVE 1 TO END-OF-SUMMARY
            END-READ
            IF END-OF-SUMMARY = 1 OR summaryLine(1:15) NOT = "BATCH SUMMARY  "
                MOVE "UNREADABLE" TO st-state(S)
            ELSE
                *>"BATCH SUMMARY  CONTROL: <name>  RUN: <timestamp>" -- the
                *>timestamp is the last 19 characters of the line
                MOVE "INCOMPLETE" TO st-state(S)
                MOVE function length(function trim(summaryLine TRAILING)) TO lineLen
                IF lineLen > 19
                    MOVE summaryLine(lineLen - 18:19) TO st-runTimestamp(S)
                END-IF
                *>a summary from before the plan was made is last run's, left
                *>on disk by a stream that never started this time -- none of
                *>it (counts, echo or timestamp) speaks for this batch
                IF st-runTimestamp(S) < planCreated
                    MOVE "STALE" TO st-state(S)
                ELSE
                    IF batchTimestamp = SPACE OR st-runTimestamp(S) < batchTimestamp
                        MOVE st-runTimestamp(S) TO batchTimestamp
                    END-IF
                    MOVE "N" TO inEntries
                    PERFORM UNTIL END-OF-SUMMARY = 1
                        READ SummaryFile
                            AT END MOVE 1 TO END-OF-SUMMARY
                        END-READ
                        IF END-OF-SUMMARY NOT = 1
                            PERFORM Take-Stream-Summary-Line
                        END-IF
                    END-PERFORM
                    IF echoCount > 0
                        MOVE "Y" TO echoSaved
                    END-IF
                END-IF
            END-IF
            CLOSE SummaryFile
        END-IF
        *>a stream stopped on operator request still closes its summary
        *>with TOTALS, but it has a file left to finish
        IF st-state(S) = "COMPLETE" AND st-stopped(S) > 0
            MOVE "STOPPED" TO st-state(S)
        END-IF
        IF st-state(S) = "COMPLETE" AND st-failed(S) > 0
            MOVE "FAILED" TO st-state(S)
        END-IF
        EVALUATE st-state(S)
            WHEN "COMPLETE"
                ADD 1 TO completeCount
            WHEN "FAILED"
                ADD 1 TO completeCount
                ADD 1 TO failedStreamCount
            WHEN OTHER
                ADD 1 TO notCompleteCount
        END-EVALUATE
        .

    Take-Stream-Summary-Line.
        *>above the column headings is the settings echo; below them an
        *>entry line carries its status in columns 38-45 -- OK lines are
        *>what format's TOTALS add up, so summing them gives the subtotal
        *>even for a stream that stopped short of its TOTALS line
        IF inEntries = "N"
            IF summaryLine(1:8) = "   INPUT"
                MOVE "Y" TO inEntries
            ELSE
                IF echoSaved = "N" AND echoCount < 40
                    ADD 1 TO echoCount
                    MOVE summaryLine TO echo-line(echoCount)
                END-IF
            END-IF
        ELSE
            MOVE summaryLine(38:8) TO entryStatus
            EVALUATE entryStatus
                WHEN "OK"
                    ADD function numval(summaryLine(1:8)) TO st-input(S)
                    ADD function numval(summaryLine(10:8)) TO st-output(S)
                    ADD function numval(summaryLine(19:8)) TO st-words(S)
                    ADD function numval(summaryLine(28:8)) TO st-warnings(S)
                    ADD 1 TO st-processed(S)
                WHEN "FAILED"
                    ADD 1 TO st-processed(S)
                    ADD 1 TO st-failed(S)
                WHEN "STOPPED"
                    ADD 1 TO st-processed(S)
                    ADD 1 TO st-stopped(S)
                WHEN "TOTALS"
                    MOVE "COMPLETE" TO st-state(S)
                WHEN OTHER
                    CONTINUE
            END-EVALUATE
        END-IF
        .

    Copy-Stream-Entries.
        MOVE S TO stream-disp
        PERFORM Build-Stream-Name
        IF st-state(S) NOT = "MISSING" AND st-state(S) NOT = "UNREADABLE" AND st-state(S) NOT = "STALE"
            MOVE SPACE TO summaryFilename
            STRING function trim(streamFilename) ".SUMMARY" DELIMITED BY SIZE INTO summaryFilename
            MOVE 0 TO END-OF-SUMMARY
            MOVE "N" TO inEntries
            OPEN INPUT SummaryFile
            IF summaryFileStatus = "00"
                PERFORM UNTIL END-OF-SUMMARY = 1
                    READ SummaryFile
                        AT END MOVE 1 TO END-OF-SUMMARY
                    END-READ
                    IF END-OF-SUMMARY NOT = 1
                        IF inEntries = "N"
                            IF summaryLine(1:8) = "   INPUT"
                                MOVE "Y" TO inEntries
                            END-IF
                        ELSE
                            MOVE summaryLine(38:8) TO entryStatus
                            IF entryStatus = "OK" OR entryStatus = "FAILED" OR entryStatus = "SKIP" OR entryStatus = "STOPPED"
                                MOVE summaryLine TO combinedLine
                                WRITE combinedLine
                            END-IF
                        END-IF
                    END-IF
                END-PERFORM
                CLOSE SummaryFile
            END-IF
        END-IF
        .

    Write-Stream-Line.
        MOVE st-input(S) TO sum-count-disp
        MOVE st-output(S) TO sum-count2-disp
        MOVE st-words(S) TO sum-count3-disp
        MOVE st-warnings(S) TO sum-count4-disp
        MOVE SPACE TO combinedLine
        EVALUATE st-state(S)
            WHEN "COMPLETE"
                STRING sum-count-disp " " sum-count2-disp " " sum-count3-disp " " sum-count4-disp "  STREAM    " function trim(streamFilename) "  COMPLETE  RUN: " st-runTimestamp(S) DELIMITED BY SIZE INTO combinedLine
            WHEN "FAILED"
                STRING sum-count-disp " " sum-count2-disp " " sum-count3-disp " " sum-count4-disp "  STREAM    " function trim(streamFilename) "  FILES FAILED  RUN: " st-runTimestamp(S) DELIMITED BY SIZE INTO combinedLine
            WHEN "STOPPED"
                STRING sum-count-disp " " sum-count2-disp " " sum-count3-disp " " sum-count4-disp "  STREAM    " function trim(streamFilename) "  STOPPED - RERUN WITH RESTART Y  RUN: " st-runTimestamp(S) DELIMITED BY SIZE INTO combinedLine
            WHEN "INCOMPLETE"
                STRING sum-count-disp " " sum-count2-disp " " sum-count3-disp " " sum-count4-disp "  STREAM    " function trim(streamFilename) "  INCOMPLETE - NO TOTALS LINE  RUN: " st-runTimestamp(S) DELIMITED BY SIZE INTO combinedLine
            WHEN "STALE"
                STRING sum-count-disp " " sum-count2-disp " " sum-count3-disp " " sum-count4-disp "  STREAM    " function trim(streamFilename) "  STALE - SUMMARY PREDATES PLAN  RUN: " st-runTimestamp(S) DELIMITED BY SIZE INTO combinedLine
            WHEN "UNREADABLE"
                STRING sum-count-disp " " sum-count2-disp " " sum-count3-disp " " sum-count4-disp "  STREAM    " function trim(streamFilename) "  MISSING - SUMMARY IS NOT A BATCH SUMMARY" DELIMITED BY SIZE INTO combinedLine
            WHEN OTHER
                STRING sum-count-disp " " sum-count2-disp " " sum-count3-disp " " sum-count4-disp "  STREAM    " function trim(streamFilename) "  MISSING - NO SUMMARY" DELIMITED BY SIZE INTO combinedLine
        END-EVALUATE
        WRITE combinedLine
        DISPLAY function trim(combinedLine(38:))

        ADD st-input(S) TO bat-input
        ADD st-output(S) TO bat-output
        ADD st-words(S) TO bat-words
        ADD st-warnings(S) TO bat-warnings
        ADD st-processed(S) TO bat-processed
        ADD st-failed(S) TO bat-failed
        .

    Write-Combined-Totals.
        *>the grand TOTALS line is written only when every stream reached
        *>its own -- anything less is a batch that hasn't finished, and a
        *>summary without TOTALS is exactly how balance and release know it
        MOVE SPACE TO combinedLine
        WRITE combinedLine
        MOVE bat-input TO sum-count-disp
        MOVE bat-output TO sum-count2-disp
        MOVE bat-words TO sum-count3-disp
        MOVE bat-warnings TO sum-count4-disp
        MOVE SPACE TO combinedLine
        IF notCompleteCount = 0
            STRING sum-count-disp " " sum-count2-disp " " sum-count3-disp " " sum-count4-disp "  TOTALS" DELIMITED BY SIZE INTO combinedLine
        ELSE
            STRING sum-count-disp " " sum-count2-disp " " sum-count3-disp " " sum-count4-disp "  PARTIAL   STREAMS MISSING, STALE OR INCOMPLETE - BATCH NOT FINISHED" DELIMITED BY SIZE INTO combinedLine
        END-IF
        WRITE combinedLine
        DISPLAY function trim(combinedLine(38:))
        MOVE bat-processed TO sum-count-disp
        MOVE bat-failed TO sum-count2-disp
        MOVE SPACE TO combinedLine
        STRING "FILES PROCESSED " sum-count-disp "   FILES FAILED " sum-count2-disp DELIMITED BY SIZE INTO combinedLine
        WRITE combinedLine
        DISPLAY function trim(combinedLine)
        MOVE completeCount TO sum-count-disp
        MOVE notCompleteCount TO sum-count2-disp
        MOVE SPACE TO combinedLine
        STRING "STREAMS COMPLETE" sum-count-disp "   NOT COMPLETE " sum-count2-disp DELIMITED BY SIZE INTO combinedLine
        WRITE combinedLine
        DISPLAY function trim(combinedLine)
        .

    Get-Arguments.
        *>arg 1: PLAN or COMBINE; arg 2: the control file
        MOVE SPACE TO actionArg
        MOVE 1 TO argnum
        DISPLAY argnum UPON ARGUMENT-NUMBER
        ACCEPT actionArg FROM ARGUMENT-VALUE
            ON EXCEPTION
                CONTINUE
        END-ACCEPT
        MOVE function upper-case(function trim(actionArg)) TO planAction

        MOVE SPACE TO controlFilename
        MOVE 2 TO argnum
        DISPLAY argnum UPON ARGUMENT-NUMBER
        ACCEPT controlFilename FROM ARGUMENT-VALUE
            ON EXCEPTION
                CONTINUE
        END-ACCEPT

        IF (planAction NOT = "PLAN" AND planAction NOT = "COMBINE") OR controlFilename = SPACE
            PERFORM Show-Usage
        END-IF
        IF planAction = "PLAN"
            PERFORM Get-Plan-Arguments
        END-IF
        .

    Get-Plan-Arguments.
        *>arg 3: how many streams (1-99)
        MOVE SPACE TO streamsArg
        MOVE 3 TO argnum
        DISPLAY argnum UPON ARGUMENT-NUMBER
        ACCEPT streamsArg FROM ARGUMENT-VALUE
            ON EXCEPTION
                CONTINUE
        END-ACCEPT
        IF function trim(streamsArg) IS NOT NUMERIC
            DISPLAY "ERROR: stream count " function trim(streamsArg) " is not a number from 1 to 99"
            PERFORM Show-Usage
        END-IF
        IF function numval(streamsArg) < 1 OR function numval(streamsArg) > 99
            DISPLAY "ERROR: stream count " function trim(streamsArg) " is not a number from 1 to 99"
            PERFORM Show-Usage
        END-IF
        MOVE function numval(streamsArg) TO streamsAsked

        *>arg 4: BATCH (default) or MERGE -- the mode the control file runs in
        MOVE SPACE TO modeArg
        MOVE 4 TO argnum
        DISPLAY argnum UPON ARGUMENT-NUMBER
        ACCEPT modeArg FROM ARGUMENT-VALUE
            ON EXCEPTION
                CONTINUE
        END-ACCEPT
        EVALUATE function upper-case(function trim(modeArg))
            WHEN SPACE
                CONTINUE
            WHEN "BATCH"
                MOVE "BATCH" TO runMode
            WHEN "MERGE"
                MOVE "MERGE" TO runMode
            WHEN OTHER
                DISPLAY "ERROR: mode " function trim(modeArg) " is not BATCH or MERGE"
                PERFORM Show-Usage
        END-EVALUATE

        *>arg 5: run-history master (optional, default RUNHIST.DAT)
        MOVE SPACE TO historyArg
        MOVE 5 TO argnum
        DISPLAY argnum UPON ARGUMENT-NUMBER
        ACCEPT historyArg FROM ARGUMENT-VALUE
            ON EXCEPTION
                CONTINUE
        END-ACCEPT
        IF historyArg NOT = SPACE
            MOVE function trim(historyArg) TO historyFilename
        END-IF

        *>arg 6: input lines assumed for an entry with no history (default 1000)
        MOVE SPACE TO defaultArg
        MOVE 6 TO argnum
        DISPLAY argnum UPON ARGUMENT-NUMBER
        ACCEPT defaultArg FROM ARGUMENT-VALUE
            ON EXCEPTION
                CONTINUE
        END-ACCEPT
        IF defaultArg NOT = SPACE
            IF function trim(defaultArg) IS NOT NUMERIC
                DISPLAY "ERROR: default size " function trim(defaultArg) " is not a number"
                PERFORM Show-Usage
            END-IF
            MOVE function numval(defaultArg) TO defaultSize
        END-IF
        .

    Show-Usage.
        DISPLAY "Usage: streamplan PLAN <control-file> <streams> [BATCH|MERGE] [history-file] [default-size]"
        DISPLAY "       streamplan COMBINE <control-file>"
        DISPLAY "       PLAN deals the control file's entries into 1-99 balanced streams by their"
        DISPLAY "       last input-line count on the run history (default-size, 1000 if omitted,"
        DISPLAY "       for an entry never run), writing <control-file>.S01 ... .Snn and"
        DISPLAY "       <control-file>.PLAN; a MERGE control file is kept whole as one stream"
        DISPLAY "       COMBINE folds every <control-file>.Snn.SUMMARY into <control-file>.SUMMARY"
        DISPLAY "       RETURN-CODE: 0 done, 4 planned without history or with fewer streams,"
        DISPLAY "       8 a stream missing, unfinished or with failed files, 12 unusable"
        MOVE 12 TO RETURN-CODE
        GOBACK
        .
END PROGRAM streamplan.
