ORGANIZATION IS INDEXED
ACCESS MODE IS DYNAMIC
RECORD KEY IS hist-key
LOCK MODE IS AUTOMATIC
SHARING WITH ALL OTHER
FILE STATUS IS historyFileStatus.
SELECT ParmFile ASSIGN TO DYNAMIC parmDeckFilename
ORGANIZATION IS LINE SEQUENTIAL
FILE STATUS IS parmFileStatus.
SELECT ReconFile ASSIGN TO DYNAMIC reconFilename
ORGANIZATION IS LINE SEQUENTIAL
FILE STATUS IS reconFileStatus.

DATA DIVISION.
FILE SECTION.
    FD AuditFile EXTERNAL.
    01 auditLine PIC X(255).
    FD ControlFile.
    *>wider than any filename: under LETTERS the control file is the
    *>data file, one recipient's KEY=value|NAME=value|... per record
    01 controlLine PIC X(1024).
    FD SummaryFile.
    01 summaryLine PIC X(255).
    FD RepairFile.
        05 ckpt-alignMode        PIC X.
        05 ckpt-mixedSettings    PIC X.
        05 ckpt-colOnPage        PIC 9.
        05 ckpt-noiseNumbers     PIC 9(6).
        05 ckpt-keptIds          PIC 9(6).
        05 ckpt-elapsedSecs      PIC 9(8).
    FD StopFile.
    01 stopLine PIC X(255).
    FD HistoryFile.
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
    FD ParmFile.
    01 parmCard PIC X(255).
    FD ReconFile.
    01 reconLine PIC X(255).
WORKING-STORAGE SECTION.
    01 END-OF-FILE PIC Z(1).
    01 END-OF-CONTROL PIC Z(1).
    01 historyFilename PIC X(255) VALUE "RUNHIST.DAT".
    01 historyFileStatus PIC XX VALUE "00".
    01 historyWarned PIC X VALUE "N".
    *>parallel streams post to the one master: a file or record another
    *>stream holds locked (status 61 or 51) is tried again, a second
    *>apart, before the problem is reported the usual way
    01 lockTries PIC 99 VALUE 0.
    01 lockTryLimit PIC 99 VALUE 10.
    01 lockWaitSecs PIC 9 VALUE 1.
    01 registerFilename PIC X(255) VALUE "REDACT.DAT".
    01 regAction PIC X(6).
    01 regOutcome PIC X.
    01 regReason PIC X(15) VALUE SPACE.
    01 fileAlreadyDone PIC X VALUE "N".
    01 repairLineCount PIC 9(6) VALUE 0.
    01 repairFileStatus PIC XX VALUE "00".
    01 dictFilename PIC X(255) VALUE SPACE.
    01 dictAction PIC X(6) VALUE SPACE.
    01 dictOutcome PIC X VALUE "N".
    01 lexiconFilename PIC X(255) VALUE SPACE.
    01 spellAction PIC X(6) VALUE SPACE.
    01 spellWord PIC X(10) VALUE SPACE.
    01 spellOutcome PIC X VALUE "Y".
    01 skipCount PIC 999999 VALUE 0.
    01 skipIndex PIC 999999 VALUE 0.
    01 wrapWidth PIC 999 VALUE 60.
    01 currLine PIC X(132) VALUE SPACE.
    01 currLineNum PIC 999999 VALUE 1.
    01 pageColAction PIC X(6) VALUE SPACE.
    01 runTimestamp PIC X(19) VALUE SPACE.
    01 currentDateTime PIC X(21).
    *>clock readings in seconds counted from the calendar's day 1, so a run
    *>that crosses midnight still subtracts cleanly; the elapsed time on the
    *>run-history record is what batchstat projects a finish time from, and
    *>a restarted file adds the seconds its earlier attempt spent up to the
    *>checkpoint (the idle time between the stop and the rerun never counts)
    01 clockSecs PIC 9(12) VALUE 0.
    01 runStartSecs PIC 9(12) VALUE 0.
    01 fileStartSecs PIC 9(12) VALUE 0.
    01 priorElapsedSecs PIC 9(8) VALUE 0.
    01 elapsedSecs PIC 9(8) VALUE 0.
    01 argValue PIC X(255).
    01 runModeName PIC X(8) VALUE "SINGLE".
    01 parmDeckFilename PIC X(255) VALUE SPACE.
    01 parmFileStatus PIC XX VALUE "00".
    01 END-OF-DECK PIC Z(1).
    01 deckCardText PIC X(255).
    01 deckCardNum PIC 9(4) VALUE 0.
    01 deckErrors PIC 9(4) VALUE 0.
    01 deckKeyword PIC X(20).
    01 deckValue PIC X(255).
    01 deckProblem PIC X(80).
    01 deckNum PIC 9(4) VALUE 0.
    01 deckNumOk PIC X VALUE "N".
    01 eqPos PIC 999 COMP.
    01 card-disp PIC ZZZ9.
    *>where each run setting came from, one code per setting in the order
    *>the settings echo lists them: D default, A positional argument, P the
    *>parameter deck, X a positional argument that was not valid (so the
    *>default applies). The group moves whole into the history record;
    *>the unused tail is room for settings still to come
    01 settingSources.
        05 src-wrap         PIC X VALUE "D".
        05 src-case         PIC X VALUE "D".
        05 src-align        PIC X VALUE "D".
        05 src-pageSize     PIC X VALUE "D".
        05 src-dict         PIC X VALUE "D".
        05 src-inputFormat  PIC X VALUE "D".
        05 src-layout       PIC X VALUE "D".
        05 src-sentLimit    PIC X VALUE "D".
        05 src-checkpoint   PIC X VALUE "D".
        05 src-history      PIC X VALUE "D".
        05 src-register     PIC X VALUE "D".
        05 src-lexicon      PIC X VALUE "D".
        05 src-template     PIC X VALUE "D".
        05 FILLER           PIC X(3) VALUE SPACE.
    *>LETTERS is the batch driver run against a data file instead of a
    *>list of inputs: every record is one recipient, KEY=value|NAME=value
    *>|..., and each one gets its own copy of the template with the &NAME&
    *>markers filled from the record before the line reaches process-line.
    *>The letter is known by <template>.<key>, which names its .OUT, its
    *>sidecars and its run-history record the way an input file name does
    01 lettersMode PIC X VALUE "N".
    01 templateFilename PIC X(255) VALUE SPACE.
    01 letterFilename PIC X(255) VALUE SPACE.
    01 letterKey PIC X(30) VALUE SPACE.
    01 letterRejected PIC X VALUE "N".
    01 letterProblem PIC X(200) VALUE SPACE.
    01 letterRecordNum PIC 9(6) VALUE 0.
    01 reconFilename PIC X(255).
    01 reconFileStatus PIC XX VALUE "00".
    01 recon-disp PIC ZZZZZ9.
    01 recon2-disp PIC ZZZZZ9.
    01 reconOutcome PIC X(9).
    01 let-produced PIC 9(6) VALUE 0.
    01 let-rejected PIC 9(6) VALUE 0.
    01 let-failed PIC 9(6) VALUE 0.
    01 let-skipped PIC 9(6) VALUE 0.
    01 dataPtr PIC 9(4) COMP.
    01 dataLen PIC 9(4) COMP.
    01 dataPiece PIC X(1024).
    01 pieceLen PIC 9(4) COMP.
    01 pieceNum PIC 99 VALUE 0.
    01 piece-disp PIC Z9.
    01 fieldName PIC X(30).
    01 fieldFound PIC X VALUE "N".
    01 fieldCount PIC 99 VALUE 0.
    01 fieldIndex PIC 99 COMP.
    01 fieldTable.
        05 fld-entry OCCURS 50.
            10 fld-name PIC X(30).
            10 fld-value PIC X(200).
            10 fld-valueLen PIC 999.
    *>every marker the template carries, found once before the first
    *>letter; each one is required of every record, and the counts say how
    *>many records carried a field for it and how many were rejected without
    01 markerCount PIC 999 VALUE 0.
    01 markerIndex PIC 999 COMP.
    01 markerWarned PIC X VALUE "N".
    01 markerTable.
        05 mk-entry OCCURS 200.
            10 mk-name PIC X(30).
            10 mk-filled PIC 9(6).
            10 mk-missing PIC 9(6).
    *>data fields no marker asks for -- listed on the reconciliation as a
    *>likely misspelling on one side or the other, never a rejection
    01 unusedCount PIC 99 VALUE 0.
    01 unusedIndex PIC 99 COMP.
    01 unusedTable.
        05 unused-name OCCURS 50 PIC X(30).
    01 keyCount PIC 9(4) VALUE 0.
    01 keyIndex PIC 9(4) COMP.
    01 keyWarned PIC X VALUE "N".
    01 keyTable.
        05 key-entry OCCURS 2000 PIC X(30).
    01 markerName PIC X(30).
    01 markerLen PIC 99 VALUE 0.
    01 markerEnded PIC X VALUE "N".
    01 scanPos PIC 999 COMP.
    01 nameEnd PIC 999 COMP.
    01 lineLen PIC 999 COMP.
    01 valuePos PIC 999 COMP.
    01 filledLine PIC X(512).
    01 fillPtr PIC 9(4) COMP.
    01 fillChar PIC X.
    01 fillProtect PIC X VALUE "N".
    01 fillOverflow PIC X VALUE "N".
    *>marks the start of every word of a filled-in value for process-word,
    *>which strips it and keeps the word clear of the digit scrub
    01 fillMark PIC X VALUE X"1F".
    01 eqAt PIC 9(4) COMP.
    01 foundIndex PIC 99 COMP.
    01 problemPtr PIC 999 COMP.
    01 echoKeyword PIC X(12).
    01 echoSrc PIC X.
    01 echoArgNum PIC 99.
    01 echoSrcText PIC X(32).
    01 echoValue PIC X(255).
    01 echoNum-disp PIC ZZ9.
    01 echoArg-disp PIC Z9.
    01 echoCount PIC 99 VALUE 0.
    01 echoIndex PIC 99 COMP.
    01 echoTable.
        05 echoLine OCCURS 20 PIC X(132).
    01 reportState.
        05 rs-filename     PIC X(255).
        05 rs-pageSize     PIC 999.
        05 rs-resumePoint PIC 9(6).
        05 rs-layoutMode PIC X.
        05 rs-colOnPage PIC 9.
        05 rs-noiseNumbers PIC 9(6).
        05 rs-keptIds PIC 9(6).



        PERFORM Get-Arguments
        PERFORM Get-Run-Timestamp

        *>the settings the run actually uses, and where each came from,
        *>go on the console before any file is touched
        PERFORM Build-Settings-Echo
        PERFORM VARYING echoIndex FROM 1 BY 1 UNTIL echoIndex > echoCount
            DISPLAY function trim(echoLine(echoIndex) TRAILING)
        END-PERFORM

        *>an optional per-client scrubbing dictionary loads once at startup and
        *>then applies to every word of every file this run processes
        IF dictFilename NOT = SPACE
            END-IF
        END-IF

        *>the optional spelling pass opens the house lexicon once for the
        *>run; like the dictionary, a pass that was asked for and can't run
        *>stops the job rather than let documents out unchecked
        IF lexiconFilename NOT = SPACE
            MOVE "OPEN" TO spellAction
            CALL 'spell-check' USING spellAction, lexiconFilename, concLineNum, spellOutcome, reportState
            IF spellOutcome = "N"
                MOVE 12 TO RETURN-CODE
                GOBACK
            END-IF
        END-IF

        IF dictFilename NOT = SPACE
            *>every term the dictionary drops or masks is posted to the
            *>cross-run redaction register, which stays open for the whole run
            MOVE "OPEN" TO regAction
            CALL 'redact-register' USING regAction, registerFilename, totalInputLines, regReason, rs-filename, rs-runTimestamp, regOutcome
            IF regOutcome = "N"
                MOVE "Y" TO anyWarnings
            END-IF
        END-IF

        IF batchMode = "Y"
            PERFORM Process-Batch
        ELSE
            PERFORM Process-File
        END-IF

        IF dictFilename NOT = SPACE
            MOVE "CLOSE" TO regAction
            CALL 'redact-register' USING regAction, registerFilename, totalInputLines, regReason, rs-filename, rs-runTimestamp, regOutcome
        END-IF
        IF lexiconFilename NOT = SPACE
            MOVE "CLOSE" TO spellAction
            CALL 'spell-check' USING spellAction, spellWord, concLineNum, spellOutcome, reportState
        END-IF

        *>hand the scheduler something it can branch on: 12 the control file
        *>(or a required argument) was unusable, 2 the run stopped cleanly at
        *>a checkpoint on operator request (rerun with restart=Y to resume --
            IF mergeMode = "Y"
                PERFORM Open-Merged-Output
            END-IF
            IF lettersMode = "Y"
                PERFORM Scan-Template-Markers
            END-IF
            IF controlUnusable = "Y"
                CLOSE ControlFile
            ELSE
            MOVE 0 TO rs-wordsDeleted
            MOVE 0 TO rs-dictDropped
            MOVE 0 TO rs-dictMasked
            MOVE 0 TO rs-noiseNumbers
            MOVE 0 TO rs-keptIds
            MOVE 0 TO rs-resumePoint
            MOVE 0 TO tocCount
            MOVE "N" TO tocWarned
            MOVE SPACE TO summaryLine
            STRING "BATCH SUMMARY  CONTROL: " function trim(controlFilename) "  RUN: " runTimestamp DELIMITED BY SIZE INTO summaryLine
            WRITE summaryLine
            PERFORM VARYING echoIndex FROM 1 BY 1 UNTIL echoIndex > echoCount
                MOVE echoLine(echoIndex) TO summaryLine
                WRITE summaryLine
            END-PERFORM
            MOVE SPACE TO summaryLine
            STRING "   INPUT   OUTPUT    WORDS WARNINGS  STATUS    FILE" DELIMITED BY SIZE INTO summaryLine
            WRITE summaryLine
            *>held closed between entries, each line appended the way
            *>Append-Batch-Progress appends to .PROGRESS -- an open output
            *>file is locked against readers, and batchstat reads the
            *>summary mid-batch for the run's start and each finished entry
            CLOSE SummaryFile
        END-IF

        IF lettersMode = "Y"
            PERFORM Open-Recon-Report
        END-IF

        READ ControlFile
        *>with restart=Y skips those and resumes the stopped file from its
        *>checkpoint
        PERFORM UNTIL END-OF-CONTROL = 1 OR stopRequested = "Y"
            *>a LETTERS record is checked and its letter named before the
            *>entry goes any further; a rejected record never reaches the
            *>summary, only the reconciliation report
            MOVE "N" TO letterRejected
            IF lettersMode = "Y" AND controlLine NOT = SPACE
                PERFORM Take-Letter-Record
            END-IF
            IF controlLine NOT = SPACE AND letterRejected = "N"
                IF lettersMode = "N"
                    MOVE function trim(controlLine) TO filename
                END-IF
                MOVE SPACE TO outputFilename
                STRING function trim(filename) DELIMITED BY SIZE
                    ".OUT" DELIMITED BY SIZE
                    PERFORM Write-Summary-Line
                END-IF
            END-IF
            IF lettersMode = "Y" AND controlLine NOT = SPACE
                PERFORM Write-Recon-Line
            END-IF

            READ ControlFile
                AT END MOVE 1 TO END-OF-CONTROL
        END-IF

        PERFORM Write-Summary-Totals
        IF lettersMode = "Y"
            PERFORM Close-Recon-Report
        END-IF

        *>a batch that ran to completion with no failures no longer needs the
        *>progress file for a restart, same reasoning as Clear-Checkpoint
            WRITE outputLine
            MOVE SPACE TO outputLine
            WRITE outputLine
            PERFORM VARYING echoIndex FROM 1 BY 1 UNTIL echoIndex > echoCount
                MOVE echoLine(echoIndex) TO outputLine
                WRITE outputLine
            END-PERFORM
            MOVE SPACE TO outputLine
            STRING "TABLE OF CONTENTS" DELIMITED BY SIZE INTO outputLine
            WRITE outputLine
        MOVE mergedFilename TO filename
        .

    Scan-Template-Markers.
        *>every marker the template carries is found once, before the first
        *>letter, so each record can be checked for all of them up front --
        *>a recipient missing a field is rejected whole rather than sent a
        *>letter with a hole in it. An unreadable template is as fatal as an
        *>unusable control file, so it rides the same RETURN-CODE. Directive
        *>lines are never filled, so their text is not scanned either
        MOVE 0 TO markerCount
        MOVE "N" TO markerWarned
        MOVE templateFilename TO filename
        PERFORM Open-Input-File
        IF inputFileStatus NOT = "00"
            DISPLAY "ERROR: cannot open letter template " function trim(templateFilename) " (status " inputFileStatus ")"
            MOVE "Y" TO controlUnusable
        ELSE
            MOVE 0 TO END-OF-FILE
            PERFORM Read-Input-Record
            PERFORM UNTIL END-OF-FILE = 1
                PERFORM Classify-Input-Line
                IF isDirective = "N"
                    PERFORM Note-Template-Markers
                END-IF
                PERFORM Read-Input-Record
            END-PERFORM
            PERFORM Close-Input-File
            MOVE 0 TO END-OF-FILE
            MOVE 0 TO totalInputLines
            IF markerCount = 0
                DISPLAY "WARNING: template " function trim(templateFilename) " carries no &NAME& markers - every letter will read the same"
                MOVE "Y" TO anyWarnings
            END-IF
        END-IF
        .

    Note-Template-Markers.
        MOVE function length(function trim(inputLine TRAILING)) TO lineLen
        MOVE 1 TO scanPos
        PERFORM UNTIL scanPos > lineLen
            MOVE 0 TO markerLen
            IF inputLine(scanPos:1) = "&"
                PERFORM Find-Marker
            END-IF
            IF markerLen > 0
                PERFORM Add-Template-Marker
                ADD markerLen TO scanPos
            ELSE
                ADD 1 TO scanPos
            END-IF
        END-PERFORM
        .

    Add-Template-Marker.
        MOVE "N" TO fieldFound
        PERFORM VARYING markerIndex FROM 1 BY 1 UNTIL markerIndex > markerCount
            IF mk-name(markerIndex) = markerName
                MOVE "Y" TO fieldFound
            END-IF
        END-PERFORM
        IF fieldFound = "N"
            IF markerCount < 200
                ADD 1 TO markerCount
                MOVE markerName TO mk-name(markerCount)
                MOVE 0 TO mk-filled(markerCount)
                MOVE 0 TO mk-missing(markerCount)
            ELSE
                IF markerWarned = "N"
                    DISPLAY "WARNING: marker table full at 200 names - records are not checked for &" function trim(markerName) "& and later markers"
                    MOVE "Y" TO markerWarned
                END-IF
            END-IF
        END-IF
        .

    Find-Marker.
        *>a marker is "&", one to thirty name characters (letters, digits,
        *>hyphen, underscore) and a closing "&", scanned from the "&" at
        *>scanPos; an ampersand that opens no such thing ("R&D", "Smith &
        *>Sons") is ordinary text and markerLen stays 0. Names are not
        *>case-sensitive, so the name comes back upper-cased
        MOVE 0 TO markerLen
        MOVE SPACE TO markerName
        MOVE "N" TO markerEnded
        PERFORM VARYING nameEnd FROM scanPos BY 1
                UNTIL markerEnded = "Y" OR nameEnd >= lineLen OR nameEnd > scanPos + 30
            MOVE inputLine(nameEnd + 1:1) TO fillChar
            IF fillChar = "&"
                MOVE "Y" TO markerEnded
                IF nameEnd > scanPos
                    COMPUTE markerLen = nameEnd - scanPos + 2
                    MOVE function upper-case(inputLine(scanPos + 1:nameEnd - scanPos)) TO markerName
                END-IF
            ELSE
                IF NOT ((fillChar IS ALPHABETIC AND fillChar NOT = SPACE)
                        OR fillChar IS NUMERIC OR fillChar = "-" OR fillChar = "_")
                    MOVE "Y" TO markerEnded
                END-IF
            END-IF
        END-PERFORM
        .

    Take-Letter-Record.
        *>one recipient: fields separated by "|", each NAME=value -- the
        *>name is not case-sensitive, the value is taken as written less its
        *>surrounding blanks. KEY names the letter and must be something a
        *>file name can carry, and every template marker must have a field.
        *>A record that fails either is rejected -- no letter, a line on the
        *>reconciliation saying why -- and the run carries on with the next
        ADD 1 TO letterRecordNum
        MOVE 0 TO fieldCount
        MOVE SPACE TO letterKey
        MOVE SPACE TO letterProblem
        MOVE SPACE TO filename
        IF controlFileStatus = "04" OR controlFileStatus = "06"
            MOVE "RECORD LONGER THAN 1024 CHARACTERS" TO letterProblem
        ELSE
            MOVE function length(function trim(controlLine TRAILING)) TO dataLen
            MOVE 1 TO dataPtr
            MOVE 0 TO pieceNum
            PERFORM UNTIL dataPtr > dataLen OR letterProblem NOT = SPACE
                PERFORM Take-Data-Field
            END-PERFORM
        END-IF
        IF letterProblem = SPACE
            PERFORM Check-Letter-Key
        END-IF
        IF letterProblem = SPACE
            PERFORM Check-Record-Markers
        END-IF

        IF letterProblem = SPACE
            PERFORM Note-Unused-Fields
            IF keyCount < 2000
                ADD 1 TO keyCount
                MOVE letterKey TO key-entry(keyCount)
            ELSE
                IF keyWarned = "N"
                    DISPLAY "WARNING: key table full at 2000 letters - later keys are not checked for duplicates"
                    MOVE "Y" TO keyWarned
                END-IF
            END-IF
            STRING function trim(templateFilename) "." function trim(letterKey) DELIMITED BY SIZE INTO filename
        ELSE
            MOVE letterRecordNum TO recon-disp
            DISPLAY "===== RECORD " function trim(recon-disp) " ===== REJECTED: " function trim(letterProblem)
            MOVE "Y" TO letterRejected
            MOVE "Y" TO anyWarnings
        END-IF
        .

    Take-Data-Field.
        *>the next "|"-delimited piece of the record; an empty piece (a
        *>trailing or doubled "|") is no field at all
        MOVE SPACE TO dataPiece
        MOVE 0 TO pieceLen
        ADD 1 TO pieceNum
        UNSTRING controlLine(1:dataLen) DELIMITED BY "|"
            INTO dataPiece COUNT IN pieceLen
            WITH POINTER dataPtr
        END-UNSTRING
        IF dataPiece NOT = SPACE
            MOVE 0 TO eqAt
            INSPECT dataPiece TALLYING eqAt FOR CHARACTERS BEFORE INITIAL "="
            MOVE pieceNum TO piece-disp
            EVALUATE TRUE
                WHEN eqAt >= pieceLen OR eqAt = 0
                    STRING "FIELD " function trim(piece-disp) " IS NOT NAME=VALUE" DELIMITED BY SIZE INTO letterProblem
                WHEN dataPiece(1:eqAt) = SPACE
                    STRING "FIELD " function trim(piece-disp) " IS NOT NAME=VALUE" DELIMITED BY SIZE INTO letterProblem
                WHEN function length(function trim(dataPiece(1:eqAt))) > 30
                    STRING "FIELD " function trim(piece-disp) " NAME LONGER THAN 30 CHARACTERS" DELIMITED BY SIZE INTO letterProblem
                WHEN fieldCount >= 50
                    MOVE "MORE THAN 50 FIELDS" TO letterProblem
                WHEN OTHER
                    MOVE function upper-case(function trim(dataPiece(1:eqAt))) TO fieldName
                    PERFORM Find-Field
                    IF fieldFound = "Y"
                        STRING "FIELD " function trim(fieldName) " GIVEN MORE THAN ONCE" DELIMITED BY SIZE INTO letterProblem
                    ELSE
                        PERFORM Store-Data-Field
                    END-IF
            END-EVALUATE
        END-IF
        .

    Store-Data-Field.
        ADD 1 TO fieldCount
        MOVE fieldName TO fld-name(fieldCount)
        MOVE SPACE TO fld-value(fieldCount)
        MOVE 0 TO fld-valueLen(fieldCount)
        IF eqAt + 1 < pieceLen AND dataPiece(eqAt + 2:pieceLen - eqAt - 1) NOT = SPACE
            IF function length(function trim(dataPiece(eqAt + 2:pieceLen - eqAt - 1))) > 200
                STRING "VALUE OF " function trim(fieldName) " LONGER THAN 200 CHARACTERS" DELIMITED BY SIZE INTO letterProblem
            ELSE
                MOVE function trim(dataPiece(eqAt + 2:pieceLen - eqAt - 1)) TO fld-value(fieldCount)
                MOVE function length(function trim(fld-value(fieldCount))) TO fld-valueLen(fieldCount)
            END-IF
        END-IF
        .

    Find-Field.
        *>the current record's field called fieldName, if it has one
        MOVE "N" TO fieldFound
        MOVE 0 TO foundIndex
        PERFORM VARYING fieldIndex FROM 1 BY 1 UNTIL fieldIndex > fieldCount OR fieldFound = "Y"
            IF fld-name(fieldIndex) = fieldName
                MOVE "Y" TO fieldFound
                MOVE fieldIndex TO foundIndex
            END-IF
        END-PERFORM
        .

    Check-Letter-Key.
        *>the key becomes part of a file name, so it is held to letters,
        *>digits, hyphen and underscore; a second record with a key already
        *>used would overwrite the first one's letter, so it is turned away
        MOVE "KEY" TO fieldName
        PERFORM Find-Field
        EVALUATE TRUE
            WHEN fieldFound = "N"
                MOVE "NO KEY FIELD" TO letterProblem
            WHEN fld-valueLen(foundIndex) = 0
                MOVE "KEY IS BLANK" TO letterProblem
            WHEN fld-valueLen(foundIndex) > 30
                MOVE "KEY LONGER THAN 30 CHARACTERS" TO letterProblem
            WHEN OTHER
                MOVE fld-value(foundIndex) TO letterKey
                PERFORM VARYING valuePos FROM 1 BY 1 UNTIL valuePos > fld-valueLen(foundIndex)
                    MOVE letterKey(valuePos:1) TO fillChar
                    IF NOT ((fillChar IS ALPHABETIC AND fillChar NOT = SPACE)
                            OR fillChar IS NUMERIC OR fillChar = "-" OR fillChar = "_")
                        MOVE "KEY CANNOT NAME A FILE - LETTERS, DIGITS, - AND _ ONLY" TO letterProblem
                    END-IF
                END-PERFORM
                PERFORM VARYING keyIndex FROM 1 BY 1 UNTIL keyIndex > keyCount
                    IF key-entry(keyIndex) = letterKey
                        MOVE "DUPLICATE KEY - AN EARLIER RECORD ALREADY HAS THIS LETTER" TO letterProblem
                    END-IF
                END-PERFORM
        END-EVALUATE
        .

    Check-Record-Markers.
        *>every marker the template carries needs a field in the record --
        *>one that is present but empty is allowed and fills in as nothing
        *>(an unused second address line, say); the missing ones are all
        *>named, so the record can be fixed in one pass. A marker counts as
        *>filled by any record that carries its field, letter or no letter
        MOVE 1 TO problemPtr
        PERFORM VARYING markerIndex FROM 1 BY 1 UNTIL markerIndex > markerCount
            MOVE mk-name(markerIndex) TO fieldName
            PERFORM Find-Field
            IF fieldFound = "Y"
                ADD 1 TO mk-filled(markerIndex)
            ELSE
                ADD 1 TO mk-missing(markerIndex)
                IF problemPtr = 1
                    STRING "MISSING FIELD(S):" DELIMITED BY SIZE INTO letterProblem WITH POINTER problemPtr
                END-IF
                STRING " &" function trim(fieldName) "&" DELIMITED BY SIZE INTO letterProblem WITH POINTER problemPtr
                    ON OVERFLOW CONTINUE
                END-STRING
            END-IF
        END-PERFORM
        .

    Note-Unused-Fields.
        *>a field no marker asks for does no harm, but it is usually one
        *>side or the other misspelled, so each one goes on the
        *>reconciliation once (KEY is spoken for by the letter's name)
        PERFORM VARYING fieldIndex FROM 1 BY 1 UNTIL fieldIndex > fieldCount
            MOVE "N" TO markerEnded
            IF fld-name(fieldIndex) = "KEY"
                MOVE "Y" TO markerEnded
            END-IF
            PERFORM VARYING markerIndex FROM 1 BY 1 UNTIL markerIndex > markerCount
                IF mk-name(markerIndex) = fld-name(fieldIndex)
                    MOVE "Y" TO markerEnded
                END-IF
            END-PERFORM
            PERFORM VARYING unusedIndex FROM 1 BY 1 UNTIL unusedIndex > unusedCount
                IF unused-name(unusedIndex) = fld-name(fieldIndex)
                    MOVE "Y" TO markerEnded
                END-IF
            END-PERFORM
            IF markerEnded = "N" AND unusedCount < 50
                ADD 1 TO unusedCount
                MOVE fld-name(fieldIndex) TO unused-name(unusedCount)
            END-IF
        END-PERFORM
        .

    Fill-Letter-Markers.
        *>rebuilds inputLine with each marker replaced by the record's
        *>value for it, leading blanks and all; under fillProtect every word
        *>of a value is headed by fillMark for process-word. A marker with no
        *>field (only one past the marker table's limit can get this far) is
        *>left as written. A line the values push past the input buffer is
        *>cut there, and said so
        MOVE SPACE TO filledLine
        MOVE 1 TO fillPtr
        MOVE "N" TO fillOverflow
        MOVE function length(function trim(inputLine TRAILING)) TO lineLen
        MOVE 1 TO scanPos
        PERFORM UNTIL scanPos > lineLen
            MOVE 0 TO markerLen
            MOVE "N" TO fieldFound
            IF inputLine(scanPos:1) = "&"
                PERFORM Find-Marker
            END-IF
            IF markerLen > 0
                MOVE markerName TO fieldName
                PERFORM Find-Field
            END-IF
            IF fieldFound = "Y"
                PERFORM Fill-Value
                ADD markerLen TO scanPos
            ELSE
                MOVE inputLine(scanPos:1) TO fillChar
                PERFORM Put-Fill-Char
                ADD 1 TO scanPos
            END-IF
        END-PERFORM
        IF fillOverflow = "Y"
            MOVE SPACE TO warnMsg
            STRING "INPUT LINE " totalInputLines " EXCEEDS 512 CHARS ONCE ITS MARKERS ARE FILLED - TRUNCATED" DELIMITED BY SIZE INTO warnMsg
            CALL 'write-warning' USING warnMsg, reportState
        END-IF
        MOVE filledLine TO inputLine
        .

    Fill-Value.
        PERFORM VARYING valuePos FROM 1 BY 1 UNTIL valuePos > fld-valueLen(foundIndex)
            IF fillProtect = "Y" AND fld-value(foundIndex)(valuePos:1) NOT = SPACE
                AND (valuePos = 1 OR fld-value(foundIndex)(valuePos - 1:1) = SPACE)
                MOVE fillMark TO fillChar
                PERFORM Put-Fill-Char
            END-IF
            MOVE fld-value(foundIndex)(valuePos:1) TO fillChar
            PERFORM Put-Fill-Char
        END-PERFORM
        .

    Put-Fill-Char.
        IF fillPtr > 512
            MOVE "Y" TO fillOverflow
        ELSE
            MOVE fillChar TO filledLine(fillPtr:1)
            ADD 1 TO fillPtr
        END-IF
        .

    Open-Recon-Report.
        *>the letter reconciliation lives next to the data file, like the
        *>summary: one line per record saying what became of it, then the
        *>markers no record filled, the fields no marker used, and the counts
        MOVE 0 TO letterRecordNum
        MOVE 0 TO let-produced
        MOVE 0 TO let-rejected
        MOVE 0 TO let-failed
        MOVE 0 TO let-skipped
        MOVE 0 TO keyCount
        MOVE "N" TO keyWarned
        MOVE 0 TO unusedCount
        MOVE SPACE TO reconFilename
        STRING function trim(controlFilename) DELIMITED BY SIZE
            ".RECON" DELIMITED BY SIZE
            INTO reconFilename
        OPEN OUTPUT ReconFile
        IF reconFileStatus NOT = "00"
            DISPLAY "WARNING: cannot open letter reconciliation " function trim(reconFilename) " (status " reconFileStatus ")"
            MOVE "Y" TO anyWarnings
        ELSE
            MOVE SPACE TO reconLine
            STRING "LETTER RECONCILIATION  DATA: " function trim(controlFilename) "  TEMPLATE: " function trim(templateFilename) "  RUN: " runTimestamp DELIMITED BY SIZE INTO reconLine
            WRITE reconLine
            MOVE SPACE TO reconLine
            WRITE reconLine
            MOVE SPACE TO reconLine
            STRING "RECORD  OUTCOME    KEY                             DETAIL" DELIMITED BY SIZE INTO reconLine
            WRITE reconLine
        END-IF
        .

    Write-Recon-Line.
        *>a letter skipped on a restart was produced by the earlier attempt,
        *>so it counts among the produced; a stopped one is neither
        EVALUATE TRUE
            WHEN letterRejected = "Y"
                MOVE "REJECTED" TO reconOutcome
                ADD 1 TO let-rejected
            WHEN fileSkipped = "Y"
                MOVE "PRODUCED" TO reconOutcome
                ADD 1 TO let-produced
                ADD 1 TO let-skipped
                MOVE SPACE TO letterProblem
                STRING function trim(outputFilename) " (EARLIER IN THIS BATCH)" DELIMITED BY SIZE INTO letterProblem
            WHEN fileFailed = "Y"
                MOVE "FAILED" TO reconOutcome
                ADD 1 TO let-failed
                MOVE "NO LETTER WRITTEN - SEE THE CONSOLE LOG" TO letterProblem
            WHEN stopRequested = "Y"
                MOVE "STOPPED" TO reconOutcome
                MOVE SPACE TO letterProblem
                STRING function trim(outputFilename) " INCOMPLETE - RERUN WITH RESTART Y" DELIMITED BY SIZE INTO letterProblem
            WHEN OTHER
                MOVE "PRODUCED" TO reconOutcome
                ADD 1 TO let-produced
                MOVE outputFilename TO letterProblem
        END-EVALUATE
        IF reconFileStatus = "00"
            MOVE letterRecordNum TO recon-disp
            MOVE SPACE TO reconLine
            STRING recon-disp "  " reconOutcome "  " letterKey "  " function trim(letterProblem) DELIMITED BY SIZE INTO reconLine
            WRITE reconLine
        END-IF
        .

    Close-Recon-Report.
        IF reconFileStatus = "00"
            IF stopRequested = "Y"
                MOVE SPACE TO reconLine
                WRITE reconLine
                MOVE letterRecordNum TO recon-disp
                MOVE SPACE TO reconLine
                STRING "RUN STOPPED AT RECORD " function trim(recon-disp) " - LATER RECORDS NOT REACHED" DELIMITED BY SIZE INTO reconLine
                WRITE reconLine
            END-IF

            MOVE SPACE TO reconLine
            WRITE reconLine
            MOVE SPACE TO reconLine
            STRING "TEMPLATE MARKERS NO DATA FIELD FILLED" DELIMITED BY SIZE INTO reconLine
            WRITE reconLine
            MOVE "N" TO fieldFound
            PERFORM VARYING markerIndex FROM 1 BY 1 UNTIL markerIndex > markerCount
                IF mk-filled(markerIndex) = 0
                    MOVE "Y" TO fieldFound
                    MOVE mk-missing(markerIndex) TO recon2-disp
                    MOVE SPACE TO reconLine
                    STRING "  &" function trim(mk-name(markerIndex)) "&  MISSING FROM " function trim(recon2-disp) " RECORD(S)" DELIMITED BY SIZE INTO reconLine
                    WRITE reconLine
                END-IF
            END-PERFORM
            IF fieldFound = "N"
                MOVE SPACE TO reconLine
                STRING "  (NONE)" DELIMITED BY SIZE INTO reconLine
                WRITE reconLine
            END-IF

            MOVE SPACE TO reconLine
            WRITE reconLine
            MOVE SPACE TO reconLine
            STRING "DATA FIELDS NO TEMPLATE MARKER USES" DELIMITED BY SIZE INTO reconLine
            WRITE reconLine
            PERFORM VARYING unusedIndex FROM 1 BY 1 UNTIL unusedIndex > unusedCount
                MOVE SPACE TO reconLine
                STRING "  " function trim(unused-name(unusedIndex)) DELIMITED BY SIZE INTO reconLine
                WRITE reconLine
            END-PERFORM
            IF unusedCount = 0
                MOVE SPACE TO reconLine
                STRING "  (NONE)" DELIMITED BY SIZE INTO reconLine
                WRITE reconLine
            END-IF

            MOVE SPACE TO reconLine
            WRITE reconLine
            MOVE letterRecordNum TO recon-disp
            MOVE let-produced TO recon2-disp
            MOVE SPACE TO reconLine
            MOVE 1 TO problemPtr
            STRING "RECORDS READ " recon-disp "   LETTERS PRODUCED " recon2-disp DELIMITED BY SIZE INTO reconLine WITH POINTER problemPtr
            MOVE let-rejected TO recon-disp
            MOVE let-failed TO recon2-disp
            STRING "   RECORDS REJECTED " recon-disp "   LETTERS FAILED " recon2-disp DELIMITED BY SIZE INTO reconLine WITH POINTER problemPtr
            WRITE reconLine
            IF let-skipped > 0
                MOVE let-skipped TO recon-disp
                MOVE SPACE TO reconLine
                STRING "  (" function trim(recon-disp) " OF THE LETTERS PRODUCED BY AN EARLIER ATTEMPT AT THIS BATCH)" DELIMITED BY SIZE INTO reconLine
                WRITE reconLine
            END-IF
            CLOSE ReconFile
        END-IF

        MOVE let-produced TO recon-disp
        MOVE let-rejected TO recon2-disp
        DISPLAY "LETTERS: " function trim(recon-disp) " PRODUCED, " function trim(recon2-disp) " REJECTED - SEE " function trim(reconFilename)
        .

    Write-Summary-Line.
        *>one summary line per control-file entry, written while this file's
        *>accumulators are still live (Reset-Accumulators runs at the top of
                    END-IF
                END-IF
            END-IF
            PERFORM Reopen-Summary
            IF summaryFileStatus = "00"
                MOVE SPACE TO summaryLine
                STRING sum-count-disp " " sum-count2-disp " " sum-count3-disp " " sum-count4-disp "  " sum-status "  " function trim(filename) DELIMITED BY SIZE INTO summaryLine
                WRITE summaryLine
                CLOSE SummaryFile
            END-IF
        END-IF
        .

    Reopen-Summary.
        OPEN EXTEND SummaryFile
        IF summaryFileStatus NOT = "00"
            DISPLAY "WARNING: cannot reopen batch summary " function trim(summaryFilename) " (status " summaryFileStatus ")"
        END-IF
        .

    Write-Summary-Totals.
        IF summaryFileStatus = "00"
            PERFORM Reopen-Summary
        END-IF
        IF summaryFileStatus = "00"
            MOVE SPACE TO summaryLine
            WRITE summaryLine
        STRING currentDateTime(1:4) "-" currentDateTime(5:2) "-" currentDateTime(7:2)
            " " currentDateTime(9:2) ":" currentDateTime(11:2) ":" currentDateTime(13:2)
            DELIMITED BY SIZE INTO runTimestamp
        PERFORM Compute-Clock-Seconds
        MOVE clockSecs TO runStartSecs
        .

    Compute-Clock-Seconds.
        *>seconds since day 1 for the date and time now in currentDateTime
        COMPUTE clockSecs = function integer-of-date(function numval(currentDateTime(1:8))) * 86400
            + function numval(currentDateTime(9:2)) * 3600
            + function numval(currentDateTime(11:2)) * 60
            + function numval(currentDateTime(13:2))
        .

    Take-Elapsed-Seconds.
        *>this file's processing time so far -- the whole run for a MERGE,
        *>whose one history record is the combined document
        MOVE function current-date TO currentDateTime
        PERFORM Compute-Clock-Seconds
        IF mergeMode = "Y"
            COMPUTE elapsedSecs = clockSecs - runStartSecs
        ELSE
            COMPUTE elapsedSecs = priorElapsedSecs + clockSecs - fileStartSecs
        END-IF
        .

    Process-File.
            MOVE 0 TO rs-wordsDeleted
            MOVE 0 TO rs-dictDropped
            MOVE 0 TO rs-dictMasked
            MOVE 0 TO rs-noiseNumbers
            MOVE 0 TO rs-keptIds
            MOVE 0 TO rs-resumePoint
        END-IF

            CALL 'concordance' USING concAction, concWord, concLineNum, reportState
        END-IF

        *>fresh spelling exception table for this file -- MERGE included,
        *>since the .SPELL report cites each source document's own input
        *>lines; a restart starts it over like the concordance's
        MOVE "RESET" TO spellAction
        CALL 'spell-check' USING spellAction, spellWord, concLineNum, spellOutcome, reportState

        *>fresh sentence/readability counters for this file -- every input
        *>gets its own .STYLE sidecar, MERGE included, and like the
        *>concordance the counters can't survive a checkpoint restart, so a
        MOVE baseCaseMode TO caseMode
        MOVE baseAlignMode TO alignMode

        MOVE function current-date TO currentDateTime
        PERFORM Compute-Clock-Seconds
        MOVE clockSecs TO fileStartSecs
        MOVE 0 TO priorElapsedSecs

        MOVE 0 TO skipCount
        IF restartFlag = "Y"
            PERFORM Load-Checkpoint
                    *>prior run never got as far as writing any output, so there is
                    *>nothing to extend -- start the output file fresh instead
                    OPEN OUTPUT OutputFile
                    PERFORM Write-Settings-Echo
                END-IF
            ELSE
                OPEN OUTPUT OutputFile
                PERFORM Write-Settings-Echo
            END-IF
        END-IF

                IF isDirective = "Y" AND directiveWord = ".ENDVERBATIM"
                    MOVE "N" TO verbatimMode
                ELSE
                    *>an address block is the usual protected region in a
                    *>letter -- its markers are filled too, plain, since a
                    *>verbatim line never meets the digit scrub
                    IF lettersMode = "Y"
                        MOVE "N" TO fillProtect
                        PERFORM Fill-Letter-Markers
                    END-IF
                    PERFORM Write-Verbatim-Line
                END-IF
            ELSE
                    IF inputLine = SPACE
                        PERFORM Flush-Paragraph-Break
                    ELSE
                        *>the recipient's values go in ahead of process-line,
                        *>so the reflow, case, dictionary and pagination all
                        *>see the real text; each word of a value is marked so
                        *>process-word keeps it away from the digit scrub
                        IF lettersMode = "Y"
                            MOVE "Y" TO fillProtect
                            PERFORM Fill-Letter-Markers
                        END-IF
                        CALL 'process-line' USING inputLine, currLine, currLineNum, maxLine, maxLineNum, minLine, minLineNum, wrapWidth, totalWords, totalLineLength, totalInputLines, caseMode, alignMode, reportState, contentLineCount
                    END-IF
                END-IF
        MOVE 0 TO styleLimitNum
        CALL 'style-stats' USING styleAction, styleWord, styleLimitNum, reportState

        *>the spelling exceptions go out per source document too, for the
        *>same reason (a no-op when no lexicon was given)
        MOVE "REPORT" TO spellAction
        CALL 'spell-check' USING spellAction, spellWord, concLineNum, spellOutcome, reportState

        IF mergeMode = "N"
            CLOSE OutputFile
        END-IF
        DISPLAY "WORDS DELETED       " rs-wordsDeleted
        DISPLAY "DICT DROPPED        " rs-dictDropped
        DISPLAY "DICT MASKED         " rs-dictMasked
        DISPLAY "NOISE NUMBERS       " rs-noiseNumbers
        DISPLAY "KEPT IDENTIFIERS    " rs-keptIds
        IF reconcileTotal = totalWords
            DISPLAY "AUDIT RECONCILE     PASS"
        ELSE
        MOVE SPACE TO outputLine
        STRING "DICT MASKED         " rs-dictMasked DELIMITED BY SIZE INTO outputLine
        WRITE outputLine
        *>the scrub's own audit reasons, counted so a balancing pass can tie
        *>the .AUDIT record count to the trailer: DICT DROPPED (STOP-WORD) +
        *>DICT MASKED + NOISE NUMBERS + KEPT IDENTIFIERS = .AUDIT records
        MOVE SPACE TO outputLine
        STRING "NOISE NUMBERS       " rs-noiseNumbers DELIMITED BY SIZE INTO outputLine
        WRITE outputLine
        MOVE SPACE TO outputLine
        STRING "KEPT IDENTIFIERS    " rs-keptIds DELIMITED BY SIZE INTO outputLine
        WRITE outputLine
        MOVE SPACE TO outputLine
        IF reconcileTotal = totalWords
            STRING "AUDIT RECONCILE     PASS" DELIMITED BY SIZE INTO outputLine
        *>when a file was last reflowed, with what settings, and whether the
        *>counts moved between runs. The master is bookkeeping, not output: a
        *>problem with it is reported once and the formatting run carries on.
        MOVE 0 TO lockTries
        PERFORM Open-History-Master
        PERFORM UNTIL (historyFileStatus NOT = "61" AND historyFileStatus NOT = "51")
                OR lockTries >= lockTryLimit
            ADD 1 TO lockTries
            CALL "C$SLEEP" USING lockWaitSecs
            PERFORM Open-History-Master
        END-PERFORM
        IF historyFileStatus NOT = "00"
            IF historyWarned = "N"
                DISPLAY "WARNING: cannot open run history " function trim(historyFilename) " (status " historyFileStatus ") - run not recorded"
            MOVE avgLineLength TO hist-avgLen
            MOVE rs-dictDropped TO hist-dictDropped
            MOVE rs-dictMasked TO hist-dictMasked
            *>the rest of the effective settings, and where each came from,
            *>so the record answers "built with what" on its own
            MOVE inputFormat TO hist-inputFormat
            MOVE layoutMode TO hist-layoutMode
            MOVE sentenceLimit TO hist-sentLimit
            MOVE checkpointInterval TO hist-ckptInterval
            MOVE dictFilename TO hist-dictFile
            MOVE parmDeckFilename TO hist-parmDeck
            MOVE settingSources TO hist-settingSources
            *>the processing time, and when a file finished by a restart
            *>was resumed (its key keeps the run that started it)
            PERFORM Take-Elapsed-Seconds
            MOVE elapsedSecs TO hist-elapsedSecs
            IF rs-runTimestamp = runTimestamp
                MOVE SPACE TO hist-resumedAt
            ELSE
                MOVE runTimestamp TO hist-resumedAt
            END-IF
            *>when the record went onto the master -- the key keeps the run
            *>that started the file, which can be well before a resumed or
            *>late-finishing file is posted, so the warehouse feed picks up
            *>new records by this instead
            STRING currentDateTime(1:4) "-" currentDateTime(5:2) "-" currentDateTime(7:2)
                " " currentDateTime(9:2) ":" currentDateTime(11:2) ":" currentDateTime(13:2)
                DELIMITED BY SIZE INTO hist-postedAt
            MOVE 0 TO lockTries
            PERFORM Post-History-Record
            PERFORM UNTIL (historyFileStatus NOT = "61" AND historyFileStatus NOT = "51")
                    OR lockTries >= lockTryLimit
                ADD 1 TO lockTries
                CALL "C$SLEEP" USING lockWaitSecs
                PERFORM Post-History-Record
            END-PERFORM
            IF historyFileStatus NOT = "00" AND historyWarned = "N"
                DISPLAY "WARNING: run history " function trim(historyFilename) " write failed (status " historyFileStatus ") - run not recorded"
                MOVE "Y" TO historyWarned
            END-IF
            CLOSE HistoryFile
        END-IF
        .

    Open-History-Master.
        OPEN I-O HistoryFile
        IF historyFileStatus = "35"
            OPEN OUTPUT HistoryFile
        END-IF
        .

    Post-History-Record.
        *>the same filename listed twice in one control file lands on the
        *>same key (one run timestamp per run), so keep the later counts
        WRITE hist-record
            INVALID KEY REWRITE hist-record END-REWRITE
        END-WRITE
        .

    Open-Input-File.
        *>card-image input is true fixed-length -- 80-byte records with no
        *>line terminators, the way the mainframe side ships these files --
        *>so it reads through its own FD; both SELECTs share filename and
        *>file status, which keeps the open-failure handling one code path.
        *>A letter reads the template under its own name -- filename goes
        *>back to the letter's name once the open has taken the template's
        IF lettersMode = "Y"
            MOVE filename TO letterFilename
            MOVE templateFilename TO filename
        END-IF
        IF inputFormat = "F"
            OPEN INPUT CardFile
        ELSE
            OPEN INPUT InputFile
        END-IF
        IF lettersMode = "Y"
            MOVE letterFilename TO filename
        END-IF
        .

    Close-Input-File.
        MOVE rs-wordsDeleted TO ckpt-wordsDeleted
        MOVE rs-dictDropped TO ckpt-dictDropped
        MOVE rs-dictMasked TO ckpt-dictMasked
        MOVE rs-noiseNumbers TO ckpt-noiseNumbers
        MOVE rs-keptIds TO ckpt-keptIds
        MOVE verbatimMode TO ckpt-verbatimMode
        MOVE wrapWidth TO ckpt-wrapWidth
        MOVE caseMode TO ckpt-caseMode
        MOVE alignMode TO ckpt-alignMode
        MOVE mixedSettings TO ckpt-mixedSettings
        MOVE rs-colOnPage TO ckpt-colOnPage
        PERFORM Take-Elapsed-Seconds
        MOVE elapsedSecs TO ckpt-elapsedSecs

        *>the two-column page buffer holds lines that are on the page but not
        *>yet on disk -- persist it (temp-and-rename inside page-column, same
            MOVE ckpt-wordsDeleted TO rs-wordsDeleted
            MOVE ckpt-dictDropped TO rs-dictDropped
            MOVE ckpt-dictMasked TO rs-dictMasked
            MOVE ckpt-noiseNumbers TO rs-noiseNumbers
            MOVE ckpt-keptIds TO rs-keptIds
            *>a run killed inside a protected region resumes still inside it,
            *>so the rest of the block keeps its verbatim treatment -- and
            *>the settings any directives had switched to by the checkpoint
            MOVE ckpt-alignMode TO alignMode
            MOVE ckpt-mixedSettings TO mixedSettings
            MOVE ckpt-colOnPage TO rs-colOnPage
            *>a checkpoint written before the elapsed time was carried has
            *>spaces there -- the earlier attempt's time is simply not known
            IF ckpt-elapsedSecs IS NUMERIC
                MOVE ckpt-elapsedSecs TO priorElapsedSecs
            END-IF
            *>the lines the interrupted run had composed onto the open
            *>two-column page come back from the buffer sidecar the
            *>checkpoint saved alongside itself
                DISPLAY "Usage: format <input-file> [output-file] [wrap-width] [restart] [case-mode] [align-mode] [page-size] [dict-file] [input-format] [layout] [sentence-limit]"
                DISPLAY "       format BATCH <control-file> [wrap-width] [restart] [case-mode] [align-mode] [page-size] [dict-file] [input-format] [layout] [sentence-limit]"
                DISPLAY "       format MERGE <control-file> [wrap-width] [restart] [case-mode] [align-mode] [page-size] [dict-file] [input-format] [layout] [sentence-limit]"
                DISPLAY "       format <input-file> <output-file> PARM=<deck-file> [restart]"
                DISPLAY "       format BATCH|MERGE <control-file> PARM=<deck-file> [restart]"
                DISPLAY "       format LETTERS <data-file> PARM=<deck-file> [restart]"
                DISPLAY "       MERGE reflows every control-file entry into one combined <control-file>.MERGED document"
                DISPLAY "       LETTERS fills the deck's TEMPLATE=<file> &NAME& markers from each data-file record"
                DISPLAY "         (KEY=value|NAME=value|...) into its own <template>.<key>.OUT, reconciled in <data-file>.RECON"
                DISPLAY "       deck-file: one KEYWORD=value card per line (* in column 1 for comments) -"
                DISPLAY "         WRAP CASE ALIGN PAGESIZE DICT INFORMAT LAYOUT SENTLIMIT CHECKPOINT HISTORY REGISTER LEXICON"
                DISPLAY "         TEMPLATE (LETTERS only);"
                DISPLAY "         an unknown keyword or out-of-range value rejects the run with RETURN-CODE 12"
                DISPLAY "       case-mode: U upper, L lower, T title"
                DISPLAY "       align-mode: R ragged, J justified, C centered"
                DISPLAY "       dict-file: one entry per line, DROP <word> or MASK <word>"
        MOVE "N" TO mergeMode
        IF function upper-case(function trim(filename)) = "BATCH"
            MOVE "Y" TO batchMode
            MOVE "BATCH" TO runModeName
        END-IF
        *>MERGE is the batch driver with one difference of intent: every
        *>control-file entry flows into a single combined output document
        IF function upper-case(function trim(filename)) = "MERGE"
            MOVE "Y" TO batchMode
            MOVE "Y" TO mergeMode
            MOVE "MERGE" TO runModeName
        END-IF
        *>LETTERS drives the batch loop from a data file of recipients, one
        *>letter per record, all of them cut from the one template
        IF function upper-case(function trim(filename)) = "LETTERS"
            MOVE "Y" TO batchMode
            MOVE "Y" TO lettersMode
            MOVE "LETTERS" TO runModeName
        END-IF

        *>arg 2: output filename, or (in BATCH mode) the control file of input filenames

        IF batchMode = "Y"
            MOVE outputFilename TO controlFilename
            IF controlFilename = SPACE AND lettersMode = "Y"
                DISPLAY "ERROR: data file is required in LETTERS mode"
                MOVE 12 TO RETURN-CODE
                GOBACK
            END-IF
            IF controlFilename = SPACE
                DISPLAY "ERROR: control file is required in BATCH mode"
                MOVE 12 TO RETURN-CODE
            END-IF
        END-IF

        *>arg 3: PARM=<deck-file> names a parameter deck of KEYWORD=value
        *>cards that supplies every run setting (only the restart flag stays
        *>positional, in arg 4, since it is the operator's call on the night
        *>rather than a property of the deliverable); anything else is the
        *>wrap width of the original positional form
        MOVE SPACE TO argValue
        MOVE 3 TO argnum
        DISPLAY argnum UPON ARGUMENT-NUMBER
        ACCEPT argValue FROM ARGUMENT-VALUE
            ON EXCEPTION
                CONTINUE
        END-ACCEPT

        IF function upper-case(argValue(1:5)) = "PARM="
            MOVE argValue(6:250) TO parmDeckFilename
            IF parmDeckFilename = SPACE
                DISPLAY "ERROR: PARM= names no parameter deck"
                MOVE 12 TO RETURN-CODE
                GOBACK
            END-IF
            PERFORM Get-Restart-Argument
            PERFORM Check-No-Positional-Settings
            PERFORM Read-Parm-Deck
        ELSE
            *>the template belongs to the deliverable, so it is a deck
            *>setting -- there is no positional slot for it
            IF lettersMode = "Y"
                DISPLAY "ERROR: LETTERS mode needs PARM=<deck-file> with a TEMPLATE= card"
                MOVE 12 TO RETURN-CODE
                GOBACK
            END-IF
            PERFORM Get-Positional-Settings
        END-IF

        *>a merged document is written front to back in one pass -- there is
        *>no per-file checkpoint state that could splice a resumed run into
        *>the middle of it -- so restart simply starts the merge over
        IF mergeMode = "Y" AND restartFlag = "Y"
            DISPLAY "WARNING: restart is not supported in MERGE mode - running from the beginning"
            MOVE "N" TO restartFlag
        END-IF

        *>each column holds 64 of the 132 output positions -- a wrap width
        *>past that can't fit a column, so say so up front instead of
        *>letting every stored line come back truncated
        IF layoutMode = "2" AND wrapWidth > 64
            DISPLAY "WARNING: wrap width " wrapWidth " exceeds the 64-char column of the two-column layout - lines will be truncated"
        END-IF

        MOVE wrapWidth TO baseWrapWidth
        MOVE caseMode TO baseCaseMode
        MOVE alignMode TO baseAlignMode
        .

    Get-Restart-Argument.
        *>arg 4: restart flag (optional, Y resumes from the last checkpoint, defaults to N)
        MOVE SPACE TO restartFlagArg
        MOVE 4 TO argnum
        IF function upper-case(restartFlagArg) = "Y"
            MOVE "Y" TO restartFlag
        END-IF
        .

    Check-No-Positional-Settings.
        *>a deck and positional settings together would leave two answers
        *>to "what wrap width was this built with" -- refuse the mixture
        *>outright rather than pick one silently
        PERFORM VARYING argnum FROM 5 BY 1 UNTIL argnum > 11
            MOVE SPACE TO argValue
            DISPLAY argnum UPON ARGUMENT-NUMBER
            ACCEPT argValue FROM ARGUMENT-VALUE
                ON EXCEPTION
                    CONTINUE
            END-ACCEPT
            IF argValue NOT = SPACE
                DISPLAY "ERROR: positional settings cannot follow PARM= - put " function trim(argValue) " in the parameter deck instead"
                MOVE 12 TO RETURN-CODE
                GOBACK
            END-IF
        END-PERFORM
        .

    Get-Positional-Settings.
        *>the original positional form, arg 3 already read into argValue
        *>above. Each setting keeps its old default when its argument is
        *>omitted or unusable, but an unusable one is now said out loud and
        *>its source recorded as X, so the settings echo shows the default
        *>was not what the job asked for
        *>arg 3: wrap width (optional, defaults to 60 columns)
        MOVE 60 TO wrapWidth
        IF argValue NOT = SPACE
            IF function trim(argValue) IS NUMERIC
                AND function length(function trim(argValue)) <= 3
                AND function numval(argValue) >= 1
                AND function numval(argValue) <= 132
                MOVE function numval(argValue) TO wrapWidth
                MOVE "A" TO src-wrap
            ELSE
                MOVE "X" TO src-wrap
                DISPLAY "WARNING: argument 3 (wrap width) " function trim(argValue) " is not 1-132 - using the default 60"
            END-IF
        END-IF

        PERFORM Get-Restart-Argument

        *>arg 5: case normalization mode -- U upper, L lower, T title, N (or omitted) leaves case untouched
        MOVE SPACE TO caseModeArg
        MOVE 5 TO argnum
        DISPLAY argnum UPON ARGUMENT-NUMBER
        END-ACCEPT

        MOVE "N" TO caseMode
        IF caseModeArg NOT = SPACE
            IF function upper-case(caseModeArg) = "U" OR function upper-case(caseModeArg) = "L" OR function upper-case(caseModeArg) = "T" OR function upper-case(caseModeArg) = "N"
                MOVE function upper-case(caseModeArg) TO caseMode
                MOVE "A" TO src-case
            ELSE
                MOVE "X" TO src-case
                DISPLAY "WARNING: argument 5 (case mode) " caseModeArg " is not U, L, T or N - case left untouched"
            END-IF
        END-IF

        *>arg 6: alignment mode -- R ragged-right (default), J flush-justified (extra
        *>padding distributed between words so every wrapped line ends exactly at
        END-ACCEPT

        MOVE "R" TO alignMode
        IF alignModeArg NOT = SPACE
            IF function upper-case(alignModeArg) = "R" OR function upper-case(alignModeArg) = "J" OR function upper-case(alignModeArg) = "C"
                MOVE function upper-case(alignModeArg) TO alignMode
                MOVE "A" TO src-align
            ELSE
                MOVE "X" TO src-align
                DISPLAY "WARNING: argument 6 (align mode) " alignModeArg " is not R, J or C - using ragged-right"
            END-IF
        END-IF

        *>arg 7: report page size in lines (optional, defaults to 60 lines per page)
        MOVE SPACE TO pageSizeArg
        END-ACCEPT

        MOVE 60 TO pageSize
        IF pageSizeArg NOT = SPACE
            IF function trim(pageSizeArg) IS NUMERIC
                AND function numval(pageSizeArg) >= 1
                AND function numval(pageSizeArg) <= 999
                MOVE function numval(pageSizeArg) TO pageSize
                MOVE "A" TO src-pageSize
            ELSE
                MOVE "X" TO src-pageSize
                DISPLAY "WARNING: argument 7 (page size) " function trim(pageSizeArg) " is not 1-999 - using the default 60"
            END-IF
        END-IF

        *>arg 8: scrubbing dictionary (optional) -- one entry per line, an
            ON EXCEPTION
                CONTINUE
        END-ACCEPT
        IF dictFilename NOT = SPACE
            MOVE "A" TO src-dict
        END-IF

        *>arg 9: input record format -- L (default) reads ordinary text lines,
        *>F reads fixed-length 80-column card images from the mainframe side
        END-ACCEPT

        MOVE "L" TO inputFormat
        IF inputFormatArg NOT = SPACE
            IF function upper-case(inputFormatArg) = "L" OR function upper-case(inputFormatArg) = "F"
                MOVE function upper-case(inputFormatArg) TO inputFormat
                MOVE "A" TO src-inputFormat
            ELSE
                MOVE "X" TO src-inputFormat
                DISPLAY "WARNING: argument 9 (input format) " inputFormatArg " is not L or F - reading line sequential"
            END-IF
        END-IF

        *>arg 10: page layout -- 1 (default) the single-column report as
        END-ACCEPT

        MOVE "1" TO layoutMode
        IF layoutModeArg NOT = SPACE
            IF layoutModeArg = "1" OR layoutModeArg = "2"
                MOVE layoutModeArg TO layoutMode
                MOVE "A" TO src-layout
            ELSE
                MOVE "X" TO src-layout
                DISPLAY "WARNING: argument 10 (layout) " layoutModeArg " is not 1 or 2 - using single-column pages"
            END-IF
        END-IF

        END-ACCEPT

        MOVE 25 TO sentenceLimit
        IF sentLimitArg NOT = SPACE
            IF function trim(sentLimitArg) IS NUMERIC
                AND function numval(sentLimitArg) >= 1
                AND function numval(sentLimitArg) <= 999
                MOVE function numval(sentLimitArg) TO sentenceLimit
                MOVE "A" TO src-sentLimit
            ELSE
                MOVE "X" TO src-sentLimit
                DISPLAY "WARNING: argument 11 (sentence limit) " function trim(sentLimitArg) " is not 1-999 - using the default 25"
            END-IF
        END-IF
        .

    Read-Parm-Deck.
        *>one KEYWORD=value card per line; a blank card, or one whose first
        *>non-blank character is *, is commentary. Every card is checked
        *>before the run goes anywhere near a document: an unknown keyword,
        *>a keyword given twice, or a value out of range is reported and the
        *>whole run refused with RETURN-CODE 12 -- a deck that doesn't say
        *>what the operator meant is worse than no run at all. Settings the
        *>deck leaves out keep their defaults (source D in the echo)
        OPEN INPUT ParmFile
        IF parmFileStatus NOT = "00"
            DISPLAY "ERROR: cannot open parameter deck " function trim(parmDeckFilename) " (status " parmFileStatus ")"
            MOVE 12 TO RETURN-CODE
            GOBACK
        END-IF

        MOVE 60 TO wrapWidth
        MOVE "N" TO caseMode
        MOVE "R" TO alignMode
        MOVE 60 TO pageSize
        MOVE SPACE TO dictFilename
        MOVE "L" TO inputFormat
        MOVE "1" TO layoutMode
        MOVE 25 TO sentenceLimit

        MOVE 0 TO END-OF-DECK
        MOVE 0 TO deckCardNum
        MOVE 0 TO deckErrors
        PERFORM UNTIL END-OF-DECK = 1
            READ ParmFile
                AT END MOVE 1 TO END-OF-DECK
            END-READ
            IF END-OF-DECK NOT = 1
                ADD 1 TO deckCardNum
                MOVE function trim(parmCard) TO deckCardText
                IF deckCardText NOT = SPACE AND deckCardText(1:1) NOT = "*"
                    PERFORM Take-Deck-Card
                END-IF
            END-IF
        END-PERFORM
        CLOSE ParmFile

        IF lettersMode = "Y" AND templateFilename = SPACE
            DISPLAY "ERROR: parameter deck " function trim(parmDeckFilename) " has no TEMPLATE= card - LETTERS mode has no template to fill"
            ADD 1 TO deckErrors
        END-IF

        IF deckErrors > 0
            MOVE deckErrors TO card-disp
            DISPLAY "ERROR: parameter deck " function trim(parmDeckFilename) " rejected - " function trim(card-disp) " bad card(s), no file processed"
            MOVE 12 TO RETURN-CODE
            GOBACK
        END-IF
        .

    Take-Deck-Card.
        *>the keyword is everything before the first "=", the value
        *>everything after it; a card with no "=" (the tally runs the whole
        *>field) or nothing in front of it is no card at all
        MOVE 0 TO eqPos
        INSPECT deckCardText TALLYING eqPos FOR CHARACTERS BEFORE INITIAL "="
        IF eqPos = 0 OR eqPos >= 254
            MOVE "NOT A KEYWORD=VALUE CARD" TO deckProblem
            PERFORM Reject-Deck-Card
        ELSE
            MOVE function upper-case(function trim(deckCardText(1:eqPos))) TO deckKeyword
            MOVE function trim(deckCardText(eqPos + 2:)) TO deckValue
            EVALUATE deckKeyword
                WHEN "WRAP"
                    IF src-wrap = "P"
                        PERFORM Reject-Repeated-Keyword
                    ELSE
                        PERFORM Check-Deck-Number
                        IF deckNumOk = "Y" AND deckNum >= 1 AND deckNum <= 132
                            MOVE deckNum TO wrapWidth
                            MOVE "P" TO src-wrap
                        ELSE
                            MOVE "WRAP MUST BE 1-132" TO deckProblem
                            PERFORM Reject-Deck-Card
                        END-IF
                    END-IF
                WHEN "CASE"
                    IF src-case = "P"
                        PERFORM Reject-Repeated-Keyword
                    ELSE
                        MOVE function upper-case(deckValue) TO deckValue
                        IF deckValue = "U" OR deckValue = "L" OR deckValue = "T" OR deckValue = "N"
                            MOVE deckValue(1:1) TO caseMode
                            MOVE "P" TO src-case
                        ELSE
                            MOVE "CASE MUST BE U, L, T OR N" TO deckProblem
                            PERFORM Reject-Deck-Card
                        END-IF
                    END-IF
                WHEN "ALIGN"
                    IF src-align = "P"
                        PERFORM Reject-Repeated-Keyword
                    ELSE
                        MOVE function upper-case(deckValue) TO deckValue
                        IF deckValue = "R" OR deckValue = "J" OR deckValue = "C"
                            MOVE deckValue(1:1) TO alignMode
                            MOVE "P" TO src-align
                        ELSE
                            MOVE "ALIGN MUST BE R, J OR C" TO deckProblem
                            PERFORM Reject-Deck-Card
                        END-IF
                    END-IF
                WHEN "PAGESIZE"
                    IF src-pageSize = "P"
                        PERFORM Reject-Repeated-Keyword
                    ELSE
                        PERFORM Check-Deck-Number
                        IF deckNumOk = "Y" AND deckNum >= 1 AND deckNum <= 999
                            MOVE deckNum TO pageSize
                            MOVE "P" TO src-pageSize
                        ELSE
                            MOVE "PAGESIZE MUST BE 1-999" TO deckProblem
                            PERFORM Reject-Deck-Card
                        END-IF
                    END-IF
                WHEN "DICT"
                    IF src-dict = "P"
                        PERFORM Reject-Repeated-Keyword
                    ELSE
                        IF deckValue = SPACE
                            MOVE "DICT NAMES NO DICTIONARY FILE" TO deckProblem
                            PERFORM Reject-Deck-Card
                        ELSE
                            MOVE deckValue TO dictFilename
                            MOVE "P" TO src-dict
                        END-IF
                    END-IF
                WHEN "INFORMAT"
                    IF src-inputFormat = "P"
                        PERFORM Reject-Repeated-Keyword
                    ELSE
                        MOVE function upper-case(deckValue) TO deckValue
                        IF deckValue = "L" OR deckValue = "F"
                            MOVE deckValue(1:1) TO inputFormat
                            MOVE "P" TO src-inputFormat
                        ELSE
                            MOVE "INFORMAT MUST BE L OR F" TO deckProblem
                            PERFORM Reject-Deck-Card
                        END-IF
                    END-IF
                WHEN "LAYOUT"
                    IF src-layout = "P"
                        PERFORM Reject-Repeated-Keyword
                    ELSE
                        IF deckValue = "1" OR deckValue = "2"
                            MOVE deckValue(1:1) TO layoutMode
                            MOVE "P" TO src-layout
                        ELSE
                            MOVE "LAYOUT MUST BE 1 OR 2" TO deckProblem
                            PERFORM Reject-Deck-Card
                        END-IF
                    END-IF
                WHEN "SENTLIMIT"
                    IF src-sentLimit = "P"
                        PERFORM Reject-Repeated-Keyword
                    ELSE
                        PERFORM Check-Deck-Number
                        IF deckNumOk = "Y" AND deckNum >= 1 AND deckNum <= 999
                            MOVE deckNum TO sentenceLimit
                            MOVE "P" TO src-sentLimit
                        ELSE
                            MOVE "SENTLIMIT MUST BE 1-999" TO deckProblem
                            PERFORM Reject-Deck-Card
                        END-IF
                    END-IF
                WHEN "CHECKPOINT"
                    IF src-checkpoint = "P"
                        PERFORM Reject-Repeated-Keyword
                    ELSE
                        PERFORM Check-Deck-Number
                        IF deckNumOk = "Y" AND deckNum >= 1 AND deckNum <= 999
                            MOVE deckNum TO checkpointInterval
                            MOVE "P" TO src-checkpoint
                        ELSE
                            MOVE "CHECKPOINT MUST BE 1-999 INPUT RECORDS" TO deckProblem
                            PERFORM Reject-Deck-Card
                        END-IF
                    END-IF
                WHEN "HISTORY"
                    IF src-history = "P"
                        PERFORM Reject-Repeated-Keyword
                    ELSE
                        IF deckValue = SPACE
                            MOVE "HISTORY NAMES NO MASTER FILE" TO deckProblem
                            PERFORM Reject-Deck-Card
                        ELSE
                            MOVE deckValue TO historyFilename
                            MOVE "P" TO src-history
                        END-IF
                    END-IF
                WHEN "LEXICON"
                    IF src-lexicon = "P"
                        PERFORM Reject-Repeated-Keyword
                    ELSE
                        IF deckValue = SPACE
                            MOVE "LEXICON NAMES NO LEXICON FILE" TO deckProblem
                            PERFORM Reject-Deck-Card
                        ELSE
                            MOVE deckValue TO lexiconFilename
                            MOVE "P" TO src-lexicon
                        END-IF
                    END-IF
                WHEN "REGISTER"
                    IF src-register = "P"
                        PERFORM Reject-Repeated-Keyword
                    ELSE
                        IF deckValue = SPACE
                            MOVE "REGISTER NAMES NO REDACTION REGISTER" TO deckProblem
                            PERFORM Reject-Deck-Card
                        ELSE
                            MOVE deckValue TO registerFilename
                            MOVE "P" TO src-register
                        END-IF
                    END-IF
                WHEN "TEMPLATE"
                    IF src-template = "P"
                        PERFORM Reject-Repeated-Keyword
                    ELSE
                        EVALUATE TRUE
                            WHEN lettersMode = "N"
                                MOVE "TEMPLATE APPLIES TO LETTERS MODE ONLY" TO deckProblem
                                PERFORM Reject-Deck-Card
                            WHEN deckValue = SPACE
                                MOVE "TEMPLATE NAMES NO TEMPLATE FILE" TO deckProblem
                                PERFORM Reject-Deck-Card
                            WHEN OTHER
                                MOVE deckValue TO templateFilename
                                MOVE "P" TO src-template
                        END-EVALUATE
                    END-IF
                WHEN OTHER
                    MOVE SPACE TO deckProblem
                    STRING "UNKNOWN KEYWORD " function trim(deckKeyword) DELIMITED BY SIZE INTO deckProblem
                    PERFORM Reject-Deck-Card
            END-EVALUATE
        END-IF
        .

    Check-Deck-Number.
        *>whole numbers of up to three digits -- every numeric setting fits
        *>a PIC 999 field, so anything longer is out of range by definition
        MOVE "N" TO deckNumOk
        MOVE 0 TO deckNum
        IF deckValue NOT = SPACE
            AND function trim(deckValue) IS NUMERIC
            AND function length(function trim(deckValue)) <= 3
            MOVE function numval(deckValue) TO deckNum
            MOVE "Y" TO deckNumOk
        END-IF
        .

    Reject-Repeated-Keyword.
        MOVE SPACE TO deckProblem
        STRING function trim(deckKeyword) " GIVEN MORE THAN ONCE" DELIMITED BY SIZE INTO deckProblem
        PERFORM Reject-Deck-Card
        .

    Reject-Deck-Card.
        ADD 1 TO deckErrors
        MOVE deckCardNum TO card-disp
        DISPLAY "ERROR: parameter deck card " function trim(card-disp) ": " function trim(deckProblem) " - " function trim(deckCardText)
        .

    Build-Settings-Echo.
        *>the "effective settings" block every deliverable, the batch
        *>summary and the console log start with: each setting's value and
        *>where it came from, so a deliverable can be traced back to the
        *>options it was built with without reconstructing the job card
        MOVE 0 TO echoCount
        ADD 1 TO echoCount
        MOVE SPACE TO echoLine(echoCount)
        IF parmDeckFilename = SPACE
            STRING "EFFECTIVE SETTINGS  MODE: " function trim(runModeName) "  PARM DECK: (NONE)" DELIMITED BY SIZE INTO echoLine(echoCount)
        ELSE
            STRING "EFFECTIVE SETTINGS  MODE: " function trim(runModeName) "  PARM DECK: " function trim(parmDeckFilename) DELIMITED BY SIZE INTO echoLine(echoCount)
        END-IF

        MOVE "WRAP" TO echoKeyword
        MOVE src-wrap TO echoSrc
        MOVE 3 TO echoArgNum
        MOVE wrapWidth TO echoNum-disp
        MOVE function trim(echoNum-disp) TO echoValue
        PERFORM Add-Echo-Line

        MOVE "CASE" TO echoKeyword
        MOVE src-case TO echoSrc
        MOVE 5 TO echoArgNum
        MOVE caseMode TO echoValue
        PERFORM Add-Echo-Line

        MOVE "ALIGN" TO echoKeyword
        MOVE src-align TO echoSrc
        MOVE 6 TO echoArgNum
        MOVE alignMode TO echoValue
        PERFORM Add-Echo-Line

        MOVE "PAGESIZE" TO echoKeyword
        MOVE src-pageSize TO echoSrc
        MOVE 7 TO echoArgNum
        MOVE pageSize TO echoNum-disp
        MOVE function trim(echoNum-disp) TO echoValue
        PERFORM Add-Echo-Line

        MOVE "DICT" TO echoKeyword
        MOVE src-dict TO echoSrc
        MOVE 8 TO echoArgNum
        IF dictFilename = SPACE
            MOVE "(NONE)" TO echoValue
        ELSE
            MOVE dictFilename TO echoValue
        END-IF
        PERFORM Add-Echo-Line

        MOVE "INFORMAT" TO echoKeyword
        MOVE src-inputFormat TO echoSrc
        MOVE 9 TO echoArgNum
        MOVE inputFormat TO echoValue
        PERFORM Add-Echo-Line

        MOVE "LAYOUT" TO echoKeyword
        MOVE src-layout TO echoSrc
        MOVE 10 TO echoArgNum
        MOVE layoutMode TO echoValue
        PERFORM Add-Echo-Line

        MOVE "SENTLIMIT" TO echoKeyword
        MOVE src-sentLimit TO echoSrc
        MOVE 11 TO echoArgNum
        MOVE sentenceLimit TO echoNum-disp
        MOVE function trim(echoNum-disp) TO echoValue
        PERFORM Add-Echo-Line

        MOVE "CHECKPOINT" TO echoKeyword
        MOVE src-checkpoint TO echoSrc
        MOVE 0 TO echoArgNum
        MOVE checkpointInterval TO echoNum-disp
        MOVE function trim(echoNum-disp) TO echoValue
        PERFORM Add-Echo-Line

        MOVE "HISTORY" TO echoKeyword
        MOVE src-history TO echoSrc
        MOVE 0 TO echoArgNum
        MOVE historyFilename TO echoValue
        PERFORM Add-Echo-Line

        MOVE "REGISTER" TO echoKeyword
        MOVE src-register TO echoSrc
        MOVE 0 TO echoArgNum
        MOVE registerFilename TO echoValue
        PERFORM Add-Echo-Line

        MOVE "LEXICON" TO echoKeyword
        MOVE src-lexicon TO echoSrc
        MOVE 0 TO echoArgNum
        IF lexiconFilename = SPACE
            MOVE "(NONE)" TO echoValue
        ELSE
            MOVE lexiconFilename TO echoValue
        END-IF
        PERFORM Add-Echo-Line

        *>only a LETTERS run has a template, so only its echo names one
        IF lettersMode = "Y"
            MOVE "TEMPLATE" TO echoKeyword
            MOVE src-template TO echoSrc
            MOVE 0 TO echoArgNum
            MOVE templateFilename TO echoValue
            PERFORM Add-Echo-Line
        END-IF

        ADD 1 TO echoCount
        MOVE SPACE TO echoLine(echoCount)
        .

    Add-Echo-Line.
        EVALUATE echoSrc
            WHEN "P"
                MOVE "PARM DECK" TO echoSrcText
            WHEN "A"
                MOVE echoArgNum TO echoArg-disp
                MOVE SPACE TO echoSrcText
                STRING "ARGUMENT " function trim(echoArg-disp) DELIMITED BY SIZE INTO echoSrcText
            WHEN "X"
                MOVE echoArgNum TO echoArg-disp
                MOVE SPACE TO echoSrcText
                STRING "DEFAULT (ARGUMENT " function trim(echoArg-disp) " NOT VALID)" DELIMITED BY SIZE INTO echoSrcText
            WHEN OTHER
                MOVE "DEFAULT" TO echoSrcText
        END-EVALUATE
        ADD 1 TO echoCount
        MOVE SPACE TO echoLine(echoCount)
        STRING "  " echoKeyword echoSrcText function trim(echoValue) DELIMITED BY SIZE INTO echoLine(echoCount)
        .

    Write-Settings-Echo.
        *>straight WRITEs ahead of the first page header; they count as
        *>output records all the same, since Repair-Output-File trims a
        *>restarted .OUT back to exactly rs-outputLineCount records
        PERFORM VARYING echoIndex FROM 1 BY 1 UNTIL echoIndex > echoCount
            MOVE echoLine(echoIndex) TO outputLine
            WRITE outputLine
        END-PERFORM
        ADD echoCount TO rs-outputLineCount
        .
END PROGRAM format.

IDENTIFICATION DIVISION.
    05 rs-resumePoint PIC 9(6).
    05 rs-layoutMode PIC X.
    05 rs-colOnPage PIC 9.
    05 rs-noiseNumbers PIC 9(6).
    05 rs-keptIds PIC 9(6).

PROCEDURE DIVISION USING conc-action, wordIn, lineNum, reportState.
    EVALUATE conc-action
    .
END PROGRAM concordance.

IDENTIFICATION DIVISION.
PROGRAM-ID. spell-check.
*>optional spelling pass against the house lexicon, an indexed master of
*>accepted words kept by lexmaint. An OPEN call at startup names the lexicon
*>and leaves it open for the run; RESET starts each file's exception table,
*>CHECK is called per word at the point the word reaches its final output
*>form (the same point the concordance counts it), and REPORT writes the
*><input>.SPELL exception report at end of file: each unknown word with its
*>occurrence count, the input lines it was seen on, and the nearest lexicon
*>entry one edit away when there is one. Matching is case-insensitive -- the
*>lexicon holds its words upper-cased. With no lexicon opened every call is
*>a cheap no-op, so callers don't need to know whether one was given.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
SELECT LexiconFile ASSIGN TO DYNAMIC lexiconFilename
ORGANIZATION IS INDEXED
ACCESS MODE IS DYNAMIC
RECORD KEY IS lex-word
FILE STATUS IS lexiconFileStatus.
SELECT SpellFile ASSIGN TO DYNAMIC spellFilename
ORGANIZATION IS LINE SEQUENTIAL
FILE STATUS IS spellFileStatus.

DATA DIVISION.
FILE SECTION.
    FD LexiconFile.
    01 lex-record.
        05 lex-word              PIC X(40).
        05 lex-source            PIC X(8).
        05 lex-dateAdded         PIC X(10).
    FD SpellFile.
    01 spellLine PIC X(136).
WORKING-STORAGE SECTION.
01  lexiconFilename   PIC X(255).
01  lexiconFileStatus PIC XX VALUE "00".
01  lexiconOpen       PIC X VALUE "N".
01  spellFilename     PIC X(255).
01  spellFileStatus   PIC XX VALUE "00".
01  letterSet          PIC X(26) VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
01  searchKey         PIC X(40).
*>one byte longer than a lexicon key, so the scan that splits a compound
*>can look one place past the last letter without leaving the field
01  coreWord          PIC X(41).
01  coreLen           PIC 99 COMP.
01  partWord          PIC X(40).
01  candidate         PIC X(40).
01  nearMatch         PIC X(40).
01  wordKnown         PIC X.
01  lexHit            PIC X.
01  firstLetter       PIC 99 COMP.
01  lastLetter        PIC 99 COMP.
01  badChars          PIC 99 COMP.
01  P                 PIC 99 COMP.
01  Q                 PIC 99 COMP.
01  partStart         PIC 99 COMP.
01  lo                PIC 9(5) COMP.
01  hi                PIC 9(5) COMP.
01  mid               PIC 9(5) COMP.
01  foundSlot         PIC 9(5) COMP.
01  insertAt          PIC 9(5) COMP.
01  shiftIdx          PIC 9(5) COMP.
01  I                 PIC 9(5) COMP.
01  L                 PIC 9 COMP.
01  entryCount        PIC 9(5) VALUE 0.
01  wordsChecked      PIC 9(6) VALUE 0.
01  unknownOccurs     PIC 9(6) VALUE 0.
01  overflowFlag      PIC X VALUE "N".
01  overflowCount     PIC 9(6) VALUE 0.
01  resumeFrom        PIC 9(6) VALUE 0.
01  warnMsg           PIC X(200) VALUE SPACE.
01  linesList         PIC X(43) VALUE SPACE.
01  listPtr           PIC 999 COMP.
01  count-disp        PIC ZZZZZ9.
01  line-disp         PIC ZZZZZ9.
01  entry-disp        PIC ZZZZ9.
01  spellTable.
    05 spell-entry OCCURS 5000.
        10 spell-word      PIC X(40).
        10 spell-count     PIC 9(6).
        10 spell-near      PIC X(40).
        *>input lines the word was seen on, in order (lines only climb,
        *>so a consecutive-duplicate check is a full dedupe); past five
        *>the overflow flag stands in for the rest
        10 spell-lineCount PIC 9.
        10 spell-moreLines PIC X.
        10 spell-line      OCCURS 5 PIC 9(6).

LINKAGE SECTION.
01  spell-action PIC X(6).
01  wordIn       PIC X ANY LENGTH.
01  lineNum      PIC 999999.
01  spellOutcome PIC X.
01  reportState.
    05 rs-filename     PIC X(255).
    05 rs-pageSize     PIC 999.
    05 rs-pageNumber   PIC 9(6).
    05 rs-lineOnPage   PIC 9(6).
    05 rs-runTimestamp PIC X(19).
    05 rs-outputLineCount PIC 9(6).
    05 rs-warningLineCount PIC 9(6).
    05 rs-auditLineCount PIC 9(6).
    05 rs-wordsKept PIC 9(6).
    05 rs-wordsDeleted PIC 9(6).
    05 rs-dictDropped PIC 9(6).
    05 rs-dictMasked PIC 9(6).
    05 rs-resumePoint PIC 9(6).
    05 rs-layoutMode PIC X.
    05 rs-colOnPage PIC 9.
    05 rs-noiseNumbers PIC 9(6).
    05 rs-keptIds PIC 9(6).

PROCEDURE DIVISION USING spell-action, wordIn, lineNum, spellOutcome, reportState.
    MOVE "Y" TO spellOutcome
    EVALUATE spell-action
        WHEN "OPEN"
            PERFORM Open-Lexicon
        WHEN "RESET"
            PERFORM Reset-Table
        WHEN "CHECK"
            IF lexiconOpen = "Y"
                PERFORM Check-Word
            END-IF
        WHEN "REPORT"
            IF lexiconOpen = "Y"
                PERFORM Write-Report
            END-IF
        WHEN "CLOSE"
            IF lexiconOpen = "Y"
                CLOSE LexiconFile
                MOVE "N" TO lexiconOpen
            END-IF
        WHEN OTHER
            CONTINUE
    END-EVALUATE

    GOBACK
    .

Open-Lexicon.
    *>wordIn holds the lexicon's filename. Unlike the history master and
    *>the redaction register, a lexicon that isn't there is the caller's
    *>problem: the operator asked for a spelling pass, so say so and let
    *>the caller decide whether to run without one
    MOVE function trim(wordIn) TO lexiconFilename
    OPEN INPUT LexiconFile
    IF lexiconFileStatus NOT = "00"
        DISPLAY "ERROR: cannot open lexicon " function trim(lexiconFilename) " (status " lexiconFileStatus ")"
        MOVE "N" TO spellOutcome
    ELSE
        MOVE "Y" TO lexiconOpen
        DISPLAY "LEXICON OPENED: " function trim(lexiconFilename)
    END-IF
    .

Reset-Table.
    INITIALIZE spellTable
    MOVE 0 TO entryCount
    MOVE 0 TO wordsChecked
    MOVE 0 TO unknownOccurs
    MOVE "N" TO overflowFlag
    MOVE 0 TO overflowCount
    .

Check-Word.
    *>only plain words are checked: the leading and trailing punctuation
    *>comes off, and anything left that isn't letters, apostrophes and
    *>hyphens -- figures, identifiers, addresses, masked terms -- is not a
    *>spelling question at all. Single letters are initials and list
    *>markers far more often than they are typos, so they pass too
    MOVE function upper-case(function trim(wordIn)) TO searchKey
    MOVE 0 TO firstLetter
    MOVE 0 TO lastLetter
    PERFORM VARYING P FROM 1 BY 1 UNTIL P > 40
        IF searchKey(P:1) >= "A" AND searchKey(P:1) <= "Z"
            IF firstLetter = 0
                MOVE P TO firstLetter
            END-IF
            MOVE P TO lastLetter
        END-IF
    END-PERFORM
    IF firstLetter = 0 OR lastLetter = firstLetter
        GOBACK
    END-IF

    MOVE SPACE TO coreWord
    COMPUTE coreLen = lastLetter - firstLetter + 1
    MOVE searchKey(firstLetter:coreLen) TO coreWord
    MOVE 0 TO badChars
    PERFORM VARYING P FROM 1 BY 1 UNTIL P > coreLen
        IF (coreWord(P:1) < "A" OR coreWord(P:1) > "Z") AND coreWord(P:1) NOT = "'" AND coreWord(P:1) NOT = "-"
            ADD 1 TO badChars
        END-IF
    END-PERFORM
    IF badChars > 0
        GOBACK
    END-IF

    ADD 1 TO wordsChecked

    *>a word already on this file's exception list is unknown by
    *>definition -- count it without going back to the lexicon
    PERFORM Find-Entry
    IF foundSlot > 0
        ADD 1 TO spell-count(foundSlot)
        ADD 1 TO unknownOccurs
        PERFORM Note-Word-Line
        GOBACK
    END-IF

    PERFORM Look-Up-Word
    IF wordKnown = "N"
        ADD 1 TO unknownOccurs
        PERFORM Add-Entry
    END-IF
    .

Look-Up-Word.
    *>the word as it stands first; then a possessive without its 'S, and a
    *>hyphenated compound part by part, so the lexicon needn't carry every
    *>form a known word can take
    MOVE coreWord TO lex-word
    PERFORM Read-Lexicon
    MOVE lexHit TO wordKnown
    IF wordKnown = "N" AND coreLen > 2
        IF coreWord(coreLen - 1:2) = "'S"
            MOVE SPACE TO lex-word
            MOVE coreWord(1:coreLen - 2) TO lex-word
            PERFORM Read-Lexicon
            MOVE lexHit TO wordKnown
        END-IF
    END-IF
    IF wordKnown = "N"
        MOVE 0 TO Q
        INSPECT coreWord TALLYING Q FOR ALL "-"
        IF Q > 0
            PERFORM Look-Up-Compound
        END-IF
    END-IF
    .

Look-Up-Compound.
    *>every part has to be a known word (an empty part, as in a doubled
    *>hyphen, proves nothing and is passed over)
    MOVE "Y" TO wordKnown
    MOVE 1 TO partStart
    PERFORM VARYING P FROM 1 BY 1 UNTIL P > coreLen + 1 OR wordKnown = "N"
        IF coreWord(P:1) = "-" OR coreWord(P:1) = SPACE
            IF P > partStart
                MOVE SPACE TO lex-word
                MOVE coreWord(partStart:P - partStart) TO lex-word
                PERFORM Read-Lexicon
                MOVE lexHit TO wordKnown
            END-IF
            COMPUTE partStart = P + 1
        END-IF
    END-PERFORM
    .

Read-Lexicon.
    MOVE "Y" TO lexHit
    READ LexiconFile
        INVALID KEY MOVE "N" TO lexHit
    END-READ
    .

Find-Entry.
    MOVE 0 TO foundSlot
    MOVE 1 TO lo
    MOVE entryCount TO hi
    PERFORM UNTIL lo > hi OR foundSlot > 0
        COMPUTE mid = (lo + hi) / 2
        IF spell-word(mid) = coreWord
            MOVE mid TO foundSlot
        ELSE
            IF spell-word(mid) < coreWord
                COMPUTE lo = mid + 1
            ELSE
                COMPUTE hi = mid - 1
            END-IF
        END-IF
    END-PERFORM
    .

Add-Entry.
    IF entryCount >= 5000
        *>table is full -- keep the run going and say so once, then keep a
        *>tally of what went unlisted so the report can disclose it
        IF overflowFlag = "N"
            MOVE "Y" TO overflowFlag
            MOVE SPACE TO warnMsg
            STRING "SPELLING TABLE FULL AT 5000 UNKNOWN WORDS - FURTHER NEW WORDS NOT LISTED" DELIMITED BY SIZE INTO warnMsg
            CALL 'write-warning' USING warnMsg, reportState
        END-IF
        ADD 1 TO overflowCount
    ELSE
        PERFORM Find-Near-Match
        MOVE lo TO insertAt
        PERFORM VARYING shiftIdx FROM entryCount BY -1 UNTIL shiftIdx < insertAt
            MOVE spell-entry(shiftIdx) TO spell-entry(shiftIdx + 1)
        END-PERFORM
        MOVE coreWord TO spell-word(insertAt)
        MOVE 1 TO spell-count(insertAt)
        MOVE nearMatch TO spell-near(insertAt)
        MOVE 1 TO spell-lineCount(insertAt)
        MOVE "N" TO spell-moreLines(insertAt)
        MOVE lineNum TO spell-line(insertAt, 1)
        ADD 1 TO entryCount
    END-IF
    .

Note-Word-Line.
    IF spell-line(foundSlot, spell-lineCount(foundSlot)) NOT = lineNum
        IF spell-lineCount(foundSlot) < 5
            ADD 1 TO spell-lineCount(foundSlot)
            MOVE lineNum TO spell-line(foundSlot, spell-lineCount(foundSlot))
        ELSE
            MOVE "Y" TO spell-moreLines(foundSlot)
        END-IF
    END-IF
    .

Find-Near-Match.
    *>a near match is a lexicon word one edit away -- one letter dropped,
    *>two neighbours swapped, one letter changed, or one letter added --
    *>found by probing the lexicon's key with each candidate in turn. It is
    *>worked out once per distinct unknown word, when the word is first
    *>listed, so the probing cost doesn't repeat with every occurrence
    MOVE SPACE TO nearMatch

    PERFORM VARYING P FROM 1 BY 1 UNTIL P > coreLen OR nearMatch NOT = SPACE
        MOVE SPACE TO candidate
        IF P > 1
            MOVE coreWord(1:P - 1) TO candidate(1:P - 1)
        END-IF
        IF P < coreLen
            MOVE coreWord(P + 1:coreLen - P) TO candidate(P:coreLen - P)
        END-IF
        PERFORM Try-Candidate
    END-PERFORM

    PERFORM VARYING P FROM 1 BY 1 UNTIL P >= coreLen OR nearMatch NOT = SPACE
        IF coreWord(P:1) NOT = coreWord(P + 1:1)
            MOVE coreWord TO candidate
            MOVE coreWord(P + 1:1) TO candidate(P:1)
            MOVE coreWord(P:1) TO candidate(P + 1:1)
            PERFORM Try-Candidate
        END-IF
    END-PERFORM

    PERFORM VARYING P FROM 1 BY 1 UNTIL P > coreLen OR nearMatch NOT = SPACE
        PERFORM VARYING Q FROM 1 BY 1 UNTIL Q > 26 OR nearMatch NOT = SPACE
            IF letterSet(Q:1) NOT = coreWord(P:1)
                MOVE coreWord TO candidate
                MOVE letterSet(Q:1) TO candidate(P:1)
                PERFORM Try-Candidate
            END-IF
        END-PERFORM
    END-PERFORM

    IF coreLen < 40
        PERFORM VARYING P FROM 1 BY 1 UNTIL P > coreLen + 1 OR nearMatch NOT = SPACE
            PERFORM VARYING Q FROM 1 BY 1 UNTIL Q > 26 OR nearMatch NOT = SPACE
                MOVE SPACE TO candidate
                IF P > 1
                    MOVE coreWord(1:P - 1) TO candidate(1:P - 1)
                END-IF
                MOVE letterSet(Q:1) TO candidate(P:1)
                IF P <= coreLen
                    MOVE coreWord(P:coreLen - P + 1) TO candidate(P + 1:coreLen - P + 1)
                END-IF
                PERFORM Try-Candidate
            END-PERFORM
        END-PERFORM
    END-IF
    .

Try-Candidate.
    MOVE candidate TO lex-word
    PERFORM Read-Lexicon
    IF lexHit = "Y"
        MOVE candidate TO nearMatch
    END-IF
    .

Write-Report.
    MOVE SPACE TO spellFilename
    STRING function trim(rs-filename) DELIMITED BY SIZE
        ".SPELL" DELIMITED BY SIZE
        INTO spellFilename

    OPEN OUTPUT SpellFile
    IF spellFileStatus NOT = "00"
        MOVE SPACE TO warnMsg
        STRING "CANNOT OPEN SPELLING REPORT " function trim(spellFilename) " (STATUS " spellFileStatus ")" DELIMITED BY SIZE INTO warnMsg
        CALL 'write-warning' USING warnMsg, reportState
    ELSE
        MOVE SPACE TO spellLine
        STRING "SPELLING EXCEPTIONS  FILE: " function trim(rs-filename) "  RUN: " rs-runTimestamp "  LEXICON: " function trim(lexiconFilename) DELIMITED BY SIZE INTO spellLine
        WRITE spellLine

        *>the table can't be rebuilt from a checkpoint, so a resumed run only
        *>checked words from the resume point on -- say so up front rather
        *>than let a short list read as a clean document
        IF rs-resumePoint > 0
            COMPUTE resumeFrom = rs-resumePoint + 1
            MOVE SPACE TO spellLine
            STRING "RESTARTED RUN - CHECK COVERS INPUT RECORDS " resumeFrom " ONWARD ONLY" DELIMITED BY SIZE INTO spellLine
            WRITE spellLine
        END-IF

        *>column 1 of each entry is left blank for the reviewer: an A there
        *>marks the word approved, and lexmaint APPROVE adds every marked
        *>word to the lexicon straight from this report
        MOVE SPACE TO spellLine
        STRING "  WORD                                      COUNT  NEAR MATCH                                LINES" DELIMITED BY SIZE INTO spellLine
        WRITE spellLine

        PERFORM VARYING I FROM 1 BY 1 UNTIL I > entryCount
            MOVE SPACE TO linesList
            MOVE 1 TO listPtr
            PERFORM VARYING L FROM 1 BY 1 UNTIL L > spell-lineCount(I)
                IF L > 1
                    STRING ", " DELIMITED BY SIZE INTO linesList WITH POINTER listPtr
                END-IF
                MOVE spell-line(I, L) TO line-disp
                STRING function trim(line-disp) DELIMITED BY SIZE INTO linesList WITH POINTER listPtr
            END-PERFORM
            IF spell-moreLines(I) = "Y"
                STRING ", ..." DELIMITED BY SIZE INTO linesList WITH POINTER listPtr
            END-IF
            MOVE spell-count(I) TO count-disp
            IF spell-near(I) = SPACE
                MOVE "(NONE)" TO spell-near(I)
            END-IF
            MOVE SPACE TO spellLine
            STRING "  " spell-word(I) " " count-disp "  " spell-near(I) "  " function trim(linesList) DELIMITED BY SIZE INTO spellLine
            WRITE spellLine
        END-PERFORM

        MOVE SPACE TO spellLine
        WRITE spellLine
        MOVE wordsChecked TO count-disp
        MOVE SPACE TO spellLine
        STRING "WORDS CHECKED  " count-disp DELIMITED BY SIZE INTO spellLine
        WRITE spellLine
        MOVE entryCount TO entry-disp
        MOVE SPACE TO spellLine
        STRING "UNKNOWN WORDS   " entry-disp DELIMITED BY SIZE INTO spellLine
        WRITE spellLine
        MOVE unknownOccurs TO count-disp
        MOVE SPACE TO spellLine
        STRING "OCCURRENCES    " count-disp DELIMITED BY SIZE INTO spellLine
        WRITE spellLine
        IF overflowFlag = "Y"
            MOVE overflowCount TO count-disp
            MOVE SPACE TO spellLine
            STRING "TABLE FULL - " count-disp " OCCURRENCES OF NEW WORDS NOT LISTED" DELIMITED BY SIZE INTO spellLine
            WRITE spellLine
        END-IF

        CLOSE SpellFile

        IF entryCount > 0
            MOVE entryCount TO entry-disp
            DISPLAY "SPELLING: " function trim(entry-disp) " UNKNOWN WORD(S) IN " function trim(rs-filename) " - SEE " function trim(spellFilename)
        END-IF
    END-IF
    .
END PROGRAM spell-check.

IDENTIFICATION DIVISION.
PROGRAM-ID. style-stats.
*>sentence and readability statistics for the plain-language compliance
    05 rs-resumePoint PIC 9(6).
    05 rs-layoutMode PIC X.
    05 rs-colOnPage PIC 9.
    05 rs-noiseNumbers PIC 9(6).
    05 rs-keptIds PIC 9(6).

PROCEDURE DIVISION USING sty-action, wordIn, lineNum, reportState.
    EVALUATE sty-action
    05 rs-resumePoint PIC 9(6).
    05 rs-layoutMode PIC X.
    05 rs-colOnPage PIC 9.
    05 rs-noiseNumbers PIC 9(6).
    05 rs-keptIds PIC 9(6).

PROCEDURE DIVISION USING msg, reportState.
    DISPLAY "WARNING: " function trim(msg)
    05 rs-resumePoint PIC 9(6).
    05 rs-layoutMode PIC X.
    05 rs-colOnPage PIC 9.
    05 rs-noiseNumbers PIC 9(6).
    05 rs-keptIds PIC 9(6).

PROCEDURE DIVISION USING lineNum, origToken, newToken, auditReason, reportState.
    MOVE SPACE TO auditLine
    .
END PROGRAM write-audit.

IDENTIFICATION DIVISION.
PROGRAM-ID. redact-register.
*>cross-run redaction register: every STOP-WORD and MASKED action the
*>scrubbing dictionary takes is posted to an indexed master keyed by term,
*>then filename, then run timestamp, holding the input line the term was
*>first met on and the action taken. The per-file .AUDIT is archived away
*>by housekeep; this is the trail that still answers "which documents ever
*>had this term redacted, and when" months later. An OPEN call at startup
*>names the register and leaves it open for the run, a POST per dictionary
*>action, a CLOSE at the end. Like the run-history master it is
*>bookkeeping, not output -- a problem with it is reported and the run
*>carries on.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
SELECT RegisterFile ASSIGN TO DYNAMIC registerFilename
ORGANIZATION IS INDEXED
ACCESS MODE IS DYNAMIC
RECORD KEY IS reg-key
LOCK MODE IS AUTOMATIC
SHARING WITH ALL OTHER
FILE STATUS IS registerFileStatus.

DATA DIVISION.
FILE SECTION.
    FD RegisterFile.
    01 reg-record.
        05 reg-key.
            10 reg-term          PIC X(40).
            10 reg-filename      PIC X(255).
            10 reg-timestamp     PIC X(19).
        05 reg-lineNum           PIC 9(6).
        05 reg-action            PIC X(15).
WORKING-STORAGE SECTION.
01  registerFilename   PIC X(255).
01  registerFileStatus PIC XX VALUE "00".
01  registerOpen       PIC X VALUE "N".
01  postWarned         PIC X VALUE "N".
*>parallel streams share the register, so a lock another stream holds
*>(status 61 or 51) is waited out, a second at a time, within a limit
01  lockTries          PIC 99 VALUE 0.
01  lockTryLimit       PIC 99 VALUE 10.
01  lockWaitSecs       PIC 9 VALUE 1.

LINKAGE SECTION.
01  reg-callAction PIC X(6).
01  textArg        PIC X ANY LENGTH.
01  lineNum        PIC 999999.
01  actionTaken    PIC X(15).
01  docName        PIC X(255).
01  runTimestamp   PIC X(19).
01  regOutcome     PIC X.

PROCEDURE DIVISION USING reg-callAction, textArg, lineNum, actionTaken, docName, runTimestamp, regOutcome.
    EVALUATE reg-callAction
        WHEN "OPEN"
            PERFORM Open-Register
        WHEN "POST"
            PERFORM Post-Action
        WHEN "CLOSE"
            IF registerOpen = "Y"
                CLOSE RegisterFile
                MOVE "N" TO registerOpen
            END-IF
        WHEN OTHER
            CONTINUE
    END-EVALUATE

    GOBACK
    .

Open-Register.
    *>textArg holds the register's filename. A register that doesn't exist
    *>yet is created empty and reopened I-O, so the first run against a new
    *>register posts exactly as every later one does
    MOVE "Y" TO regOutcome
    MOVE function trim(textArg) TO registerFilename
    MOVE 0 TO lockTries
    PERFORM Try-Open-Register
    PERFORM UNTIL (registerFileStatus NOT = "61" AND registerFileStatus NOT = "51")
            OR lockTries >= lockTryLimit
        ADD 1 TO lockTries
        CALL "C$SLEEP" USING lockWaitSecs
        PERFORM Try-Open-Register
    END-PERFORM
    IF registerFileStatus NOT = "00"
        DISPLAY "WARNING: cannot open redaction register " function trim(registerFilename) " (status " registerFileStatus ") - dictionary actions not registered"
        MOVE "N" TO regOutcome
    ELSE
        MOVE "Y" TO registerOpen
    END-IF
    .

Post-Action.
    *>textArg holds the token as it arrived; the dictionary matches whole
    *>tokens case-insensitively, so the upper-cased token is the term. A term
    *>met again in the same document and run lands on a key that is already
    *>there -- the record keeps the first line it was met on, which is also
    *>what a restart reprocessing lines past its checkpoint must not disturb
    MOVE "Y" TO regOutcome
    IF registerOpen = "N"
        GOBACK
    END-IF
    MOVE function upper-case(function trim(textArg)) TO reg-term
    MOVE docName TO reg-filename
    MOVE runTimestamp TO reg-timestamp
    MOVE lineNum TO reg-lineNum
    MOVE actionTaken TO reg-action
    MOVE 0 TO lockTries
    PERFORM Try-Write-Register
    PERFORM UNTIL (registerFileStatus NOT = "61" AND registerFileStatus NOT = "51")
            OR lockTries >= lockTryLimit
        ADD 1 TO lockTries
        CALL "C$SLEEP" USING lockWaitSecs
        PERFORM Try-Write-Register
    END-PERFORM
    IF registerFileStatus NOT = "00" AND registerFileStatus NOT = "22"
        MOVE "N" TO regOutcome
        IF postWarned = "N"
            DISPLAY "WARNING: redaction register " function trim(registerFilename) " write failed (status " registerFileStatus ") - register incomplete for this run"
            MOVE "Y" TO postWarned
        END-IF
    END-IF
    .

Try-Open-Register.
    OPEN I-O RegisterFile
    IF registerFileStatus = "35"
        OPEN OUTPUT RegisterFile
        IF registerFileStatus = "00"
            CLOSE RegisterFile
            OPEN I-O RegisterFile
        END-IF
    END-IF
    .

Try-Write-Register.
    WRITE reg-record
        INVALID KEY CONTINUE
    END-WRITE
    .
END PROGRAM redact-register.

IDENTIFICATION DIVISION.
PROGRAM-ID. print-footer.
*>closes out the current report page's footer banner -- called both when a
    05 rs-resumePoint PIC 9(6).
    05 rs-layoutMode PIC X.
    05 rs-colOnPage PIC 9.
    05 rs-noiseNumbers PIC 9(6).
    05 rs-keptIds PIC 9(6).

PROCEDURE DIVISION USING reportState.
    *>in the two-column layout a page is also open when the left column has
    05 rs-resumePoint PIC 9(6).
    05 rs-layoutMode PIC X.
    05 rs-colOnPage PIC 9.
    05 rs-noiseNumbers PIC 9(6).
    05 rs-keptIds PIC 9(6).

PROCEDURE DIVISION USING pc-action, lineContent, reportState.
    EVALUATE pc-action
    05 rs-resumePoint PIC 9(6).
    05 rs-layoutMode PIC X.
    05 rs-colOnPage PIC 9.
    05 rs-noiseNumbers PIC 9(6).
    05 rs-keptIds PIC 9(6).

PROCEDURE DIVISION USING lineNum, lineContent, reportState.
    *>the page header spans both columns in the two-column layout, so it
    05 rs-resumePoint PIC 9(6).
    05 rs-layoutMode PIC X.
    05 rs-colOnPage PIC 9.
    05 rs-noiseNumbers PIC 9(6).
    05 rs-keptIds PIC 9(6).
01 contentLineCount PIC 999999.


01 origWord PIC X(100) VALUE SPACE.
01 digitCount PIC 999 VALUE 0.
01 auditReason PIC X(15) VALUE SPACE.
01 regAction PIC X(6) VALUE "POST".
01 regOutcome PIC X VALUE "Y".
01 spellAction PIC X(6) VALUE "CHECK".
01 spellOutcome PIC X VALUE "Y".
01 filledIn PIC X VALUE "N".
01 markCount PIC 999 VALUE 0.
01 keepPos PIC 999 VALUE 0.


LINKAGE SECTION.
    05 rs-resumePoint PIC 9(6).
    05 rs-layoutMode PIC X.
    05 rs-colOnPage PIC 9.
    05 rs-noiseNumbers PIC 9(6).
    05 rs-keptIds PIC 9(6).
01 contentLineCount PIC 999999.


        GOBACK
    END-IF

    *>a word a LETTERS run filled in from the recipient's data record
    *>arrives marked -- strip the mark before anything measures the word,
    *>and remember it is the recipient's own value (an amount, an account
    *>number) that the digit scrub must leave alone
    MOVE "N" TO filledIn
    MOVE 0 TO markCount
    INSPECT word TALLYING markCount FOR ALL X"1F"
    IF markCount > 0
        MOVE "Y" TO filledIn
        PERFORM Strip-Fill-Marks
    END-IF

    ADD 1 TO totalWords

    *>hold the token as it arrived so the audit trail can show before/after
    IF dictOutcome = "D"
        MOVE "STOP-WORD" TO auditReason
        CALL 'write-audit' USING totalInputLines, origWord, word, auditReason, reportState
        CALL 'redact-register' USING regAction, origWord, totalInputLines, auditReason, rs-filename, rs-runTimestamp, regOutcome
        ADD 1 TO rs-dictDropped
        ADD 1 TO rs-wordsDeleted
        GOBACK
    IF dictOutcome = "M"
        MOVE "MASKED" TO auditReason
        CALL 'write-audit' USING totalInputLines, origWord, word, auditReason, reportState
        CALL 'redact-register' USING regAction, origWord, totalInputLines, auditReason, rs-filename, rs-runTimestamp, regOutcome
        ADD 1 TO rs-dictMasked
    END-IF

    MOVE 0 TO digitCount
    INSPECT word TALLYING digitCount FOR ALL "0", ALL "1", ALL "2", ALL "3", ALL "4", ALL "5", ALL "6", ALL "7", ALL "8", ALL "9"

    *>a filled-in value is kept whole whatever its shape, and audited as
    *>kept under its own reason; it counts with the kept identifiers, so
    *>the trailer's audit reconciliation still adds up
    IF filledIn = "Y"
        MOVE "Y" TO is-id
    ELSE
        CALL 'is-alnum-id' USING word, is-id
    END-IF
    IF is-id = "N"
        CALL 'remove-nums' USING word *>remove digits from pure noise-numbers, but keep mixed alphanumeric identifiers intact
    END-IF

    IF digitCount > 0
        IF is-id = "Y"
            IF filledIn = "Y"
                MOVE "KEPT-SUBSTITUTE" TO auditReason
            ELSE
                MOVE "KEPT-IDENTIFIER" TO auditReason
            END-IF
            CALL 'write-audit' USING totalInputLines, origWord, word, auditReason, reportState
            ADD 1 TO rs-keptIds
        ELSE
            IF word NOT = origWord
                MOVE "NOISE-NUMBER" TO auditReason
                CALL 'write-audit' USING totalInputLines, origWord, word, auditReason, reportState
                ADD 1 TO rs-noiseNumbers
            END-IF
        END-IF
    END-IF
    *>concordance counts it (first-seen line number = current input line)
    CALL 'concordance' USING concAction, word, totalInputLines, reportState

    *>and where the spelling pass checks it against the house lexicon
    CALL 'spell-check' USING spellAction, word, totalInputLines, spellOutcome, reportState

    IF currLine = SPACE THEN
      *>a word landing alone on an empty line can still exceed wrapWidth on its
      *>own -- break it into hyphenated fragments instead of moving it in
    GOBACK
    .

    Strip-Fill-Marks.
        *>close the word up over each mark through a scratch item, the same
        *>way Break-Long-Word shifts a remainder down
        MOVE SPACE TO remainderWord
        MOVE 0 TO keepPos
        PERFORM VARYING scanPos FROM 1 BY 1 UNTIL scanPos > function length(word)
            IF word(scanPos:1) NOT = X"1F"
                ADD 1 TO keepPos
                MOVE word(scanPos:1) TO remainderWord(keepPos:1)
            END-IF
        END-PERFORM
        MOVE remainderWord TO word
        .

    Break-Long-Word.
        *>the token is longer than wrapWidth and about to land alone on an
        *>empty line -- split it rather than let it run past the margin and
