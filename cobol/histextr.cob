        >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. histextr.
*>warehouse-feed companion to the run-history master: where runhist lists
*>runs on the console and histcheck reports exceptions, this program writes
*>every recorded run inside a date range (optionally only files whose name
*>starts with a given prefix) to HISTEXTR.CSV, comma-delimited, one row per
*>run carrying every field of the history record, for the reporting
*>warehouse's monthly volume and warning trends. The first record names the
*>columns; the last carries the row count and the totals of the count
*>columns, so the warehouse load can prove it took in everything.
*>
*>Every row starts with its record type: H the column-name header, D a
*>run, T the trailer. The free-text columns -- FILENAME, DICT_FILE,
*>PARM_DECK and SETTING_SOURCES -- are in double quotes, since a name can
*>carry a comma; the one-letter codes, the timestamps and the numbers, which
*>never can, are plain.
*>
*>The nightly feed runs NEW instead of a date range: only runs posted to
*>the master after the high-water mark in HISTEXTR.HWM (the latest posting
*>time the previous NEW extract took) are written, and the mark moves up to
*>the latest one taken this time. It goes by when a record was posted, not
*>by its run timestamp: the key keeps the run that started the file, so a
*>file resumed by a restart, finished late in a batch, or run in a parallel
*>stream can be posted long after records with later run timestamps. A
*>record posted before the master carried a posting time counts as posted
*>at its run timestamp. A date-range extract selects on the run timestamp
*>and leaves the mark alone unless MARK is given. Read-only against the
*>master.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
SELECT HistoryFile ASSIGN TO DYNAMIC historyFilename
ORGANIZATION IS INDEXED
ACCESS MODE IS DYNAMIC
RECORD KEY IS hist-key
FILE STATUS IS historyFileStatus.
SELECT ExtractFile ASSIGN TO DYNAMIC extractFilename
ORGANIZATION IS LINE SEQUENTIAL
FILE STATUS IS extractFileStatus.
SELECT MarkFile ASSIGN TO DYNAMIC markFilename
ORGANIZATION IS LINE SEQUENTIAL
FILE STATUS IS markFileStatus.

DATA DIVISION.
FILE SECTION.
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
    FD ExtractFile.
    01 extractLine PIC X(1000).
    FD MarkFile.
    01 markLine PIC X(80).
WORKING-STORAGE SECTION.
    01 END-OF-HISTORY PIC Z(1).
    01 historyFilename PIC X(255) VALUE "RUNHIST.DAT".
    01 historyFileStatus PIC XX VALUE "00".
    01 extractFilename PIC X(255) VALUE "HISTEXTR.CSV".
    01 extractFileStatus PIC XX VALUE "00".
    01 markFilename PIC X(255) VALUE "HISTEXTR.HWM".
    01 markFileStatus PIC XX VALUE "00".
    01 argnum PIC 9(4) COMP.
    01 queryArg PIC X(255).
    01 prefixArg PIC X(255).
    01 markArg PIC X(10).
    01 fromDate PIC X(10).
    01 toDate PIC X(10).
    01 newMode PIC X VALUE "N".
    01 writeMark PIC X VALUE "N".
    01 filePrefix PIC X(255).
    01 prefixLen PIC 999 COMP VALUE 0.
    01 oldMark PIC X(19) VALUE SPACE.
    01 newMark PIC X(19) VALUE SPACE.
    01 postedMark PIC X(19) VALUE SPACE.
    01 currentDateTime PIC X(21).
    01 extractTimestamp PIC X(19).
    01 takeRecord PIC X.
    01 linePtr PIC 9(4) COMP.
    01 rowCount PIC 9(8) VALUE 0.
    *>column totals for the trailer -- the count columns only; the
    *>settings columns have no meaningful total
    01 totInputLines PIC 9(10) VALUE 0.
    01 totOutputLines PIC 9(10) VALUE 0.
    01 totWords PIC 9(10) VALUE 0.
    01 totWordsKept PIC 9(10) VALUE 0.
    01 totWordsDeleted PIC 9(10) VALUE 0.
    01 totWarnings PIC 9(10) VALUE 0.
    01 totAvgLen PIC 9(10)V99 VALUE 0.
    01 totDictDropped PIC 9(10) VALUE 0.
    01 totDictMasked PIC 9(10) VALUE 0.
    01 totElapsedSecs PIC 9(10) VALUE 0.
    01 num-disp PIC Z(9)9.
    01 dec-disp PIC Z(9)9.99.
    01 row-disp PIC ZZZZZZZ9.

PROCEDURE DIVISION.
    Begin.
        PERFORM Get-Arguments

        *>MARK needs the current mark as much as NEW does, so it can't move
        *>the mark backwards
        IF writeMark = "Y"
            PERFORM Read-High-Water-Mark
        END-IF

        OPEN INPUT HistoryFile
        IF historyFileStatus NOT = "00"
            DISPLAY "ERROR: cannot open run history " function trim(historyFilename) " (status " historyFileStatus ")"
            MOVE 8 TO RETURN-CODE
            GOBACK
        END-IF

        OPEN OUTPUT ExtractFile
        IF extractFileStatus NOT = "00"
            DISPLAY "ERROR: cannot open extract " function trim(extractFilename) " (status " extractFileStatus ")"
            CLOSE HistoryFile
            MOVE 12 TO RETURN-CODE
            GOBACK
        END-IF

        MOVE function current-date TO currentDateTime
        STRING currentDateTime(1:4) "-" currentDateTime(5:2) "-" currentDateTime(7:2)
            " " currentDateTime(9:2) ":" currentDateTime(11:2) ":" currentDateTime(13:2)
            DELIMITED BY SIZE INTO extractTimestamp

        IF newMode = "Y"
            IF oldMark = SPACE
                DISPLAY "RUN HISTORY EXTRACT  NEW RUNS (NO HIGH-WATER MARK - ALL RUNS)"
            ELSE
                DISPLAY "RUN HISTORY EXTRACT  NEW RUNS AFTER " oldMark
            END-IF
        ELSE
            DISPLAY "RUN HISTORY EXTRACT  FROM " fromDate " TO " toDate
        END-IF
        IF prefixLen > 0
            DISPLAY "FILES STARTING " filePrefix(1:prefixLen)
        END-IF

        MOVE SPACE TO extractLine
        STRING "H,FILENAME,RUN_TIMESTAMP,WRAP_WIDTH,CASE_MODE,ALIGN_MODE,PAGE_SIZE,"
            "INPUT_LINES,OUTPUT_LINES,WORDS,WORDS_KEPT,WORDS_DELETED,WARNINGS,AVG_LEN,"
            "DICT_DROPPED,DICT_MASKED,INPUT_FORMAT,LAYOUT,SENTENCE_LIMIT,CKPT_INTERVAL,"
            "DICT_FILE,PARM_DECK,SETTING_SOURCES,ELAPSED_SECS,RESUMED_AT,POSTED_AT"
            DELIMITED BY SIZE INTO extractLine
        WRITE extractLine

        *>the master is keyed on filename plus timestamp, so a prefix
        *>positions straight to the first file that can match and the walk
        *>stops once the filenames have passed it; with no prefix the whole
        *>master is walked and filtered on the timestamp alone
        MOVE 0 TO END-OF-HISTORY
        MOVE LOW-VALUES TO hist-key
        IF prefixLen > 0
            MOVE filePrefix(1:prefixLen) TO hist-filename(1:prefixLen)
        END-IF
        START HistoryFile KEY NOT < hist-key
            INVALID KEY MOVE 1 TO END-OF-HISTORY
        END-START

        PERFORM UNTIL END-OF-HISTORY = 1
            READ HistoryFile NEXT
                AT END MOVE 1 TO END-OF-HISTORY
            END-READ
            IF END-OF-HISTORY NOT = 1
                IF prefixLen > 0 AND hist-filename(1:prefixLen) NOT = filePrefix(1:prefixLen)
                    MOVE 1 TO END-OF-HISTORY
                ELSE
                    PERFORM Select-Record
                    IF takeRecord = "Y"
                        PERFORM Write-Extract-Row
                    END-IF
                END-IF
            END-IF
        END-PERFORM
        CLOSE HistoryFile

        PERFORM Write-Extract-Trailer
        CLOSE ExtractFile

        MOVE rowCount TO row-disp
        DISPLAY SPACE
        DISPLAY "RUNS EXTRACTED " row-disp "  TO " function trim(extractFilename)

        *>the mark only ever moves forward, and only past runs actually
        *>written -- an empty extract leaves it where it was
        IF writeMark = "Y" AND newMark NOT = SPACE AND newMark > oldMark
            PERFORM Write-High-Water-Mark
        END-IF

        IF rowCount = 0
            MOVE 4 TO RETURN-CODE
        END-IF

    GOBACK
    .

    Select-Record.
        MOVE "N" TO takeRecord
        IF hist-postedAt = SPACE
            MOVE hist-timestamp TO postedMark
        ELSE
            MOVE hist-postedAt TO postedMark
        END-IF
        IF newMode = "Y"
            IF postedMark > oldMark
                MOVE "Y" TO takeRecord
            END-IF
        ELSE
            IF hist-timestamp(1:10) NOT < fromDate AND hist-timestamp(1:10) NOT > toDate
                MOVE "Y" TO takeRecord
            END-IF
        END-IF
        .

    Write-Extract-Row.
        MOVE SPACE TO extractLine
        MOVE 1 TO linePtr
        STRING "D," '"' function trim(hist-filename) '",' hist-timestamp "," DELIMITED BY SIZE
            INTO extractLine WITH POINTER linePtr
        MOVE hist-wrapWidth TO num-disp
        STRING function trim(num-disp) "," hist-caseMode "," hist-alignMode "," DELIMITED BY SIZE
            INTO extractLine WITH POINTER linePtr
        MOVE hist-pageSize TO num-disp
        PERFORM Append-Number
        MOVE hist-inputLines TO num-disp
        PERFORM Append-Number
        MOVE hist-outputLines TO num-disp
        PERFORM Append-Number
        MOVE hist-words TO num-disp
        PERFORM Append-Number
        MOVE hist-wordsKept TO num-disp
        PERFORM Append-Number
        MOVE hist-wordsDeleted TO num-disp
        PERFORM Append-Number
        MOVE hist-warnings TO num-disp
        PERFORM Append-Number
        MOVE hist-avgLen TO dec-disp
        STRING function trim(dec-disp) "," DELIMITED BY SIZE INTO extractLine WITH POINTER linePtr
        MOVE hist-dictDropped TO num-disp
        PERFORM Append-Number
        MOVE hist-dictMasked TO num-disp
        PERFORM Append-Number
        STRING hist-inputFormat "," hist-layoutMode "," DELIMITED BY SIZE INTO extractLine WITH POINTER linePtr
        MOVE hist-sentLimit TO num-disp
        PERFORM Append-Number
        MOVE hist-ckptInterval TO num-disp
        PERFORM Append-Number
        STRING '"' function trim(hist-dictFile) '","' function trim(hist-parmDeck) '","' function trim(hist-settingSources) '",'
            DELIMITED BY SIZE INTO extractLine WITH POINTER linePtr
        *>runs recorded before the master carried an elapsed time have
        *>spaces there, so the column is left empty rather than zero
        IF hist-elapsedSecs IS NUMERIC
            MOVE hist-elapsedSecs TO num-disp
            PERFORM Append-Number
            ADD hist-elapsedSecs TO totElapsedSecs
        ELSE
            STRING "," DELIMITED BY SIZE INTO extractLine WITH POINTER linePtr
        END-IF
        IF hist-resumedAt NOT = SPACE
            STRING hist-resumedAt DELIMITED BY SIZE INTO extractLine WITH POINTER linePtr
        END-IF
        STRING "," DELIMITED BY SIZE INTO extractLine WITH POINTER linePtr
        IF hist-postedAt NOT = SPACE
            STRING hist-postedAt DELIMITED BY SIZE INTO extractLine WITH POINTER linePtr
        END-IF
        WRITE extractLine

        ADD 1 TO rowCount
        ADD hist-inputLines TO totInputLines
        ADD hist-outputLines TO totOutputLines
        ADD hist-words TO totWords
        ADD hist-wordsKept TO totWordsKept
        ADD hist-wordsDeleted TO totWordsDeleted
        ADD hist-warnings TO totWarnings
        ADD hist-avgLen TO totAvgLen
        ADD hist-dictDropped TO totDictDropped
        ADD hist-dictMasked TO totDictMasked
        IF postedMark > newMark
            MOVE postedMark TO newMark
        END-IF
        .

    Append-Number.
        STRING function trim(num-disp) "," DELIMITED BY SIZE INTO extractLine WITH POINTER linePtr
        .

    Write-Extract-Trailer.
        *>T, laid out in the D rows' columns: the row count under FILENAME,
        *>the extract time under RUN_TIMESTAMP, each count column's total
        *>under its own heading (elapsed seconds included), the settings
        *>columns left empty
        MOVE SPACE TO extractLine
        MOVE 1 TO linePtr
        MOVE rowCount TO num-disp
        STRING "T," function trim(num-disp) "," extractTimestamp ",,,,," DELIMITED BY SIZE
            INTO extractLine WITH POINTER linePtr
        MOVE totInputLines TO num-disp
        PERFORM Append-Number
        MOVE totOutputLines TO num-disp
        PERFORM Append-Number
        MOVE totWords TO num-disp
        PERFORM Append-Number
        MOVE totWordsKept TO num-disp
        PERFORM Append-Number
        MOVE totWordsDeleted TO num-disp
        PERFORM Append-Number
        MOVE totWarnings TO num-disp
        PERFORM Append-Number
        MOVE totAvgLen TO dec-disp
        STRING function trim(dec-disp) "," DELIMITED BY SIZE INTO extractLine WITH POINTER linePtr
        MOVE totDictDropped TO num-disp
        PERFORM Append-Number
        MOVE totDictMasked TO num-disp
        STRING function trim(num-disp) ",,,,,,,," DELIMITED BY SIZE INTO extractLine WITH POINTER linePtr
        MOVE totElapsedSecs TO num-disp
        STRING function trim(num-disp) ",," DELIMITED BY SIZE INTO extractLine WITH POINTER linePtr
        WRITE extractLine
        .

    Read-High-Water-Mark.
        *>no mark file yet means no NEW extract has ever run -- take
        *>everything the master holds
        MOVE SPACE TO oldMark
        OPEN INPUT MarkFile
        IF markFileStatus = "00"
            READ MarkFile
                AT END MOVE SPACE TO markLine
            END-READ
            MOVE markLine(1:19) TO oldMark
            CLOSE MarkFile
        END-IF
        .

    Write-High-Water-Mark.
        OPEN OUTPUT MarkFile
        IF markFileStatus NOT = "00"
            DISPLAY "WARNING: cannot write high-water mark " function trim(markFilename) " (status " markFileStatus ") - next NEW extract will repeat these runs"
            MOVE 4 TO RETURN-CODE
        ELSE
            MOVE SPACE TO markLine
            MOVE newMark TO markLine
            WRITE markLine
            CLOSE MarkFile
            DISPLAY "HIGH-WATER MARK NOW " newMark
        END-IF
        .

    Get-Arguments.
        *>arg 1: from-date, or the literal NEW for the nightly feed
        MOVE SPACE TO queryArg
        MOVE 1 TO argnum
        DISPLAY argnum UPON ARGUMENT-NUMBER
        ACCEPT queryArg FROM ARGUMENT-VALUE
            ON EXCEPTION
                CONTINUE
        END-ACCEPT

        IF queryArg = SPACE
            DISPLAY "Usage: histextr <from-date> <to-date> [prefix] [MARK]   (dates as YYYY-MM-DD)"
            DISPLAY "       histextr NEW [prefix]"
            DISPLAY "       writes HISTEXTR.CSV; NEW takes only runs posted after the high-water mark in"
            DISPLAY "       HISTEXTR.HWM and moves the mark up, MARK moves it after a date-range"
            DISPLAY "       extract; prefix * (or omitted) means every file"
            MOVE 12 TO RETURN-CODE
            GOBACK
        END-IF

        MOVE SPACE TO prefixArg
        MOVE SPACE TO markArg
        MOVE SPACE TO fromDate
        MOVE SPACE TO toDate

        IF function upper-case(function trim(queryArg)) = "NEW"
            MOVE "Y" TO newMode
            MOVE "Y" TO writeMark
            MOVE 2 TO argnum
            DISPLAY argnum UPON ARGUMENT-NUMBER
            ACCEPT prefixArg FROM ARGUMENT-VALUE
                ON EXCEPTION
                    CONTINUE
            END-ACCEPT
        ELSE
            *>args 1 and 2: inclusive date range; an omitted to-date means
            *>"through the end of time", as in runhist
            MOVE queryArg TO fromDate
            MOVE 2 TO argnum
            DISPLAY argnum UPON ARGUMENT-NUMBER
            ACCEPT toDate FROM ARGUMENT-VALUE
                ON EXCEPTION
                    CONTINUE
            END-ACCEPT
            IF toDate = SPACE
                MOVE "9999-99-99" TO toDate
            END-IF
            MOVE 3 TO argnum
            DISPLAY argnum UPON ARGUMENT-NUMBER
            ACCEPT prefixArg FROM ARGUMENT-VALUE
                ON EXCEPTION
                    CONTINUE
            END-ACCEPT
            MOVE 4 TO argnum
            DISPLAY argnum UPON ARGUMENT-NUMBER
            ACCEPT markArg FROM ARGUMENT-VALUE
                ON EXCEPTION
                    CONTINUE
            END-ACCEPT
            IF function upper-case(function trim(markArg)) = "MARK"
                MOVE "Y" TO writeMark
            END-IF
        END-IF

        IF prefixArg NOT = SPACE AND prefixArg NOT = "*"
            MOVE function trim(prefixArg) TO filePrefix
            MOVE function length(function trim(prefixArg)) TO prefixLen
        END-IF
        .
END PROGRAM histextr.
