        >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. piiscan.
*>sensitive-data scan of a finished deliverable, run between reflow and
*>distribution. The scrubbing dictionary only masks the terms somebody
*>thought to list, and is-alnum-id deliberately keeps punctuated tokens --
*>slash/dash dates, amounts, account-shaped numbers -- so a client's SSN in
*>123-45-6789 form goes through to the .OUT untouched. This program reads a
*>finished .OUT (or a MERGE batch's .MERGED document) and flags anything
*>shaped like a social security number, a card number that passes the Luhn
*>check digit, an e-mail address, a telephone number, or a long run of
*>digits, writing each hit with its page and physical line to a .PII
*>exception report. Page decoration, and everything ahead of the first page
*>header (the settings block, a merged document's contents), is not
*>document text and is not scanned. A safe list of known tokens (part
*>numbers, the switchboard number) keeps the same harmless hits from being
*>re-flagged every run. Read-only against the document.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
SELECT DocFile ASSIGN TO DYNAMIC docFilename
ORGANIZATION IS LINE SEQUENTIAL
FILE STATUS IS docFileStatus.
SELECT SafeFile ASSIGN TO DYNAMIC safeFilename
ORGANIZATION IS LINE SEQUENTIAL
FILE STATUS IS safeFileStatus.
SELECT ReportFile ASSIGN TO DYNAMIC reportFilename
ORGANIZATION IS LINE SEQUENTIAL
FILE STATUS IS reportFileStatus.

DATA DIVISION.
FILE SECTION.
    FD DocFile.
    01 docLine PIC X(512).
    FD SafeFile.
    01 safeLine PIC X(255).
    FD ReportFile.
    01 reportLine PIC X(255).
WORKING-STORAGE SECTION.
    01 END-OF-DOC PIC Z(1).
    01 END-OF-SAFE PIC Z(1).
    01 docFilename PIC X(255).
    01 docFileStatus PIC XX VALUE "00".
    01 safeFilename PIC X(255).
    01 safeFileStatus PIC XX VALUE "00".
    01 reportFilename PIC X(255).
    01 reportFileStatus PIC XX VALUE "00".
    01 argnum PIC 9(4) COMP.
    01 firstArg PIC X(255).
    01 baseName PIC X(255).
    01 docPage PIC 9(6) VALUE 0.
    01 docLineNum PIC 9(6) VALUE 0.
    01 inBody PIC X VALUE "N".
    01 lineLen PIC 999 COMP.
    01 scanPos PIC 999 COMP.
    01 runStart PIC 999 COMP.
    01 runEnd PIC 999 COMP.
    01 runDone PIC X.
    01 boundOk PIC X.
    01 oneChar PIC X.
    *>one run of digits: up to ten groups joined by single separators
    *>(space, dash, dot, or the ") " of a bracketed area code), with the
    *>digits themselves gathered for the card check
    01 groupCount PIC 99 COMP.
    01 groupTable.
        05 grp-entry OCCURS 10.
            10 grp-start PIC 999 COMP.
            10 grp-len   PIC 999 COMP.
            10 grp-sep   PIC X.
            10 grp-used  PIC X.
    01 G PIC 99 COMP.
    01 digitString PIC X(60).
    01 digitLen PIC 99 COMP.
    01 cardShape PIC X.
    01 luhnSum PIC 9(4) COMP.
    01 luhnDigit PIC 99 COMP.
    01 luhnDouble PIC X.
    01 luhnPos PIC 99 COMP.
    01 hitType PIC X(12).
    01 hitText PIC X(100).
    01 hitStart PIC 999 COMP.
    01 hitEnd PIC 999 COMP.
    *>e-mail tokens are found word by word
    01 tokenText PIC X(255).
    01 tokenPtr PIC 999 COMP.
    01 tokenStart PIC 999 COMP.
    01 tokenEnd PIC 999 COMP.
    01 atCount PIC 99 COMP.
    01 atPos PIC 999 COMP.
    01 dotAfterAt PIC X.
    01 K PIC 999 COMP.
    01 safeCount PIC 9(4) VALUE 0.
    01 safeTable.
        05 safe-token OCCURS 1000 PIC X(100).
    01 S PIC 9(4) COMP.
    01 isSafe PIC X.
    01 hitCount PIC 9(6) VALUE 0.
    01 suppressedCount PIC 9(6) VALUE 0.
    01 ssnCount PIC 9(6) VALUE 0.
    01 cardCount PIC 9(6) VALUE 0.
    01 phoneCount PIC 9(6) VALUE 0.
    01 emailCount PIC 9(6) VALUE 0.
    01 longCount PIC 9(6) VALUE 0.
    01 scannedCount PIC 9(6) VALUE 0.
    01 page-disp PIC ZZZZZ9.
    01 line-disp PIC ZZZZZ9.
    01 count-disp PIC ZZZZZ9.

PROCEDURE DIVISION.
    Begin.
        PERFORM Get-Arguments

        IF safeFilename NOT = SPACE
            PERFORM Load-Safe-List
        END-IF

        MOVE 0 TO END-OF-DOC
        OPEN INPUT DocFile
        IF docFileStatus NOT = "00"
            DISPLAY "ERROR: cannot open document " function trim(docFilename) " (status " docFileStatus ")"
            MOVE 12 TO RETURN-CODE
            GOBACK
        END-IF

        MOVE SPACE TO reportFilename
        STRING function trim(baseName) ".PII" DELIMITED BY SIZE INTO reportFilename
        OPEN OUTPUT ReportFile
        IF reportFileStatus NOT = "00"
            DISPLAY "ERROR: cannot open scan report " function trim(reportFilename) " (status " reportFileStatus ")"
            CLOSE DocFile
            MOVE 12 TO RETURN-CODE
            GOBACK
        END-IF

        MOVE SPACE TO reportLine
        STRING "SENSITIVE DATA SCAN  " function trim(docFilename) DELIMITED BY SIZE INTO reportLine
        WRITE reportLine
        MOVE SPACE TO reportLine
        IF safeFilename = SPACE
            STRING "SAFE LIST: (NONE)" DELIMITED BY SIZE INTO reportLine
        ELSE
            MOVE safeCount TO count-disp
            STRING "SAFE LIST: " function trim(safeFilename) "  (" function trim(count-disp) " TOKENS)" DELIMITED BY SIZE INTO reportLine
        END-IF
        WRITE reportLine
        MOVE SPACE TO reportLine
        WRITE reportLine

        PERFORM UNTIL END-OF-DOC = 1
            READ DocFile
                AT END MOVE 1 TO END-OF-DOC
            END-READ
            IF END-OF-DOC NOT = 1
                ADD 1 TO docLineNum
                PERFORM Take-Document-Line
            END-IF
        END-PERFORM
        CLOSE DocFile

        PERFORM Write-Report-Totals
        CLOSE ReportFile

        DISPLAY "SCAN REPORT WRITTEN TO " function trim(reportFilename)
        IF hitCount > 0
            DISPLAY "HOLD THE RELEASE - SENSITIVE DATA FLAGGED"
            MOVE 8 TO RETURN-CODE
        ELSE
            MOVE 0 TO RETURN-CODE
        END-IF

    GOBACK
    .

    Take-Document-Line.
        *>the page header, its dashed underline and the END OF PAGE banner
        *>are decoration, the same three gencomp skips; the header's own
        *>page number is what a hit is reported against
        IF docLine(1:6) = "FILE: "
            MOVE "Y" TO inBody
            PERFORM Take-Page-Number
        ELSE
            IF inBody = "Y"
                AND docLine(1:20) NOT = "--------------------"
                AND docLine(1:18) NOT = "----- END OF PAGE "
                AND docLine NOT = SPACE
                ADD 1 TO scannedCount
                MOVE function length(function trim(docLine TRAILING)) TO lineLen
                PERFORM Scan-Digit-Runs
                PERFORM Scan-Email-Tokens
            END-IF
        END-IF
        .

    Take-Page-Number.
        *>"FILE: <name>  PAGE nnnnnn  <timestamp>" -- the page number sits
        *>27 to 22 characters from the end; a header that doesn't parse
        *>still counts as the next page
        MOVE function length(function trim(docLine TRAILING)) TO lineLen
        IF lineLen > 32 AND docLine(lineLen - 31:5) = "PAGE " AND docLine(lineLen - 26:6) IS NUMERIC
            MOVE docLine(lineLen - 26:6) TO docPage
        ELSE
            ADD 1 TO docPage
        END-IF
        .

    Scan-Digit-Runs.
        MOVE 1 TO scanPos
        PERFORM UNTIL scanPos > lineLen
            IF docLine(scanPos:1) IS NUMERIC
                PERFORM Take-Digit-Run
            ELSE
                ADD 1 TO scanPos
            END-IF
        END-PERFORM
        .

    Take-Digit-Run.
        *>gather the run, then classify it -- unless a letter touches
        *>either end, since a number inside a word (a part number like
        *>AB123456789, an address like x9@y) is an identifier, not the
        *>bare number this scan is looking for
        MOVE scanPos TO runStart
        MOVE 0 TO groupCount
        MOVE 0 TO digitLen
        MOVE SPACE TO digitString
        MOVE "N" TO runDone
        PERFORM UNTIL runDone = "Y"
            IF groupCount < 10
                ADD 1 TO groupCount
                MOVE scanPos TO grp-start(groupCount)
                MOVE 0 TO grp-len(groupCount)
                MOVE SPACE TO grp-sep(groupCount)
                MOVE "N" TO grp-used(groupCount)
            END-IF
            PERFORM UNTIL scanPos > lineLen OR docLine(scanPos:1) IS NOT NUMERIC
                ADD 1 TO grp-len(groupCount)
                IF digitLen < 60
                    ADD 1 TO digitLen
                    MOVE docLine(scanPos:1) TO digitString(digitLen:1)
                END-IF
                ADD 1 TO scanPos
            END-PERFORM
            EVALUATE TRUE
                WHEN scanPos >= lineLen
                    MOVE "Y" TO runDone
                WHEN (docLine(scanPos:1) = SPACE OR docLine(scanPos:1) = "-" OR docLine(scanPos:1) = ".")
                    AND docLine(scanPos + 1:1) IS NUMERIC
                    MOVE docLine(scanPos:1) TO grp-sep(groupCount)
                    ADD 1 TO scanPos
                WHEN scanPos + 2 <= lineLen AND docLine(scanPos:2) = ") "
                    AND docLine(scanPos + 2:1) IS NUMERIC
                    MOVE ")" TO grp-sep(groupCount)
                    ADD 2 TO scanPos
                WHEN OTHER
                    MOVE "Y" TO runDone
            END-EVALUATE
        END-PERFORM
        COMPUTE runEnd = scanPos - 1

        MOVE "Y" TO boundOk
        IF runStart > 1
            MOVE docLine(runStart - 1:1) TO oneChar
            IF oneChar IS ALPHABETIC AND oneChar NOT = SPACE
                MOVE "N" TO boundOk
            END-IF
        END-IF
        IF scanPos <= lineLen
            MOVE docLine(scanPos:1) TO oneChar
            IF oneChar IS ALPHABETIC AND oneChar NOT = SPACE
                MOVE "N" TO boundOk
            END-IF
        END-IF
        IF boundOk = "Y"
            PERFORM Classify-Digit-Run
        END-IF
        .

    Classify-Digit-Run.
        *>a card number is 13-19 digits, unbroken or in the printed groups
        *>of four (or Amex's 4-6-5), and must pass the Luhn check digit --
        *>without the check, every long account or reference number would
        *>read as a card
        IF digitLen >= 13 AND digitLen <= 19
            PERFORM Check-Card-Shape
            IF cardShape = "Y"
                PERFORM Check-Luhn
                IF luhnSum = 0
                    MOVE "CARD NUMBER" TO hitType
                    MOVE runStart TO hitStart
                    MOVE runEnd TO hitEnd
                    PERFORM Report-Hit
                    PERFORM VARYING G FROM 1 BY 1 UNTIL G > groupCount
                        MOVE "Y" TO grp-used(G)
                    END-PERFORM
                END-IF
            END-IF
        END-IF

        *>SSN 3-2-4 and telephone 3-3-4 anywhere in the run (a run joined
        *>by spaces can carry a neighbouring number in with it), and a
        *>dashed 3-4 local telephone number
        MOVE 1 TO G
        PERFORM UNTIL G > groupCount
            MOVE SPACE TO hitType
            IF G + 2 <= groupCount AND grp-used(G) = "N"
                IF grp-len(G) = 3 AND grp-len(G + 1) = 2 AND grp-len(G + 2) = 4
                    MOVE "SSN" TO hitType
                END-IF
                IF grp-len(G) = 3 AND grp-len(G + 1) = 3 AND grp-len(G + 2) = 4
                    MOVE "TELEPHONE" TO hitType
                END-IF
                IF hitType NOT = SPACE
                    MOVE grp-start(G) TO hitStart
                    COMPUTE hitEnd = grp-start(G + 2) + grp-len(G + 2) - 1
                    *>report a bracketed area code with both its brackets
                    IF grp-sep(G) = ")" AND hitStart > 1
                        IF docLine(hitStart - 1:1) = "("
                            SUBTRACT 1 FROM hitStart
                        END-IF
                    END-IF
                    PERFORM Report-Hit
                    MOVE "Y" TO grp-used(G)
                    MOVE "Y" TO grp-used(G + 1)
                    MOVE "Y" TO grp-used(G + 2)
                    ADD 3 TO G
                END-IF
            END-IF
            IF hitType = SPACE
                IF G + 1 <= groupCount AND grp-used(G) = "N"
                    AND grp-len(G) = 3 AND grp-len(G + 1) = 4 AND grp-sep(G) = "-"
                    MOVE "TELEPHONE" TO hitType
                    MOVE grp-start(G) TO hitStart
                    COMPUTE hitEnd = grp-start(G + 1) + grp-len(G + 1) - 1
                    PERFORM Report-Hit
                    MOVE "Y" TO grp-used(G)
                    MOVE "Y" TO grp-used(G + 1)
                    ADD 2 TO G
                ELSE
                    ADD 1 TO G
                END-IF
            END-IF
        END-PERFORM

        *>whatever is left: any single group of nine or more digits --
        *>an SSN or account number with no punctuation at all
        PERFORM VARYING G FROM 1 BY 1 UNTIL G > groupCount
            IF grp-used(G) = "N" AND grp-len(G) >= 9
                MOVE "LONG DIGITS" TO hitType
                MOVE grp-start(G) TO hitStart
                COMPUTE hitEnd = grp-start(G) + grp-len(G) - 1
                PERFORM Report-Hit
                MOVE "Y" TO grp-used(G)
            END-IF
        END-PERFORM
        .

    Check-Card-Shape.
        MOVE "N" TO cardShape
        IF groupCount = 1
            MOVE "Y" TO cardShape
        ELSE
            IF groupCount = 3 AND grp-len(1) = 4 AND grp-len(2) = 6 AND (grp-len(3) = 5 OR grp-len(3) = 4)
                MOVE "Y" TO cardShape
            ELSE
                MOVE "Y" TO cardShape
                PERFORM VARYING G FROM 1 BY 1 UNTIL G > groupCount - 1
                    IF grp-len(G) NOT = 4
                        MOVE "N" TO cardShape
                    END-IF
                END-PERFORM
                IF grp-len(groupCount) > 4
                    MOVE "N" TO cardShape
                END-IF
            END-IF
        END-IF
        .

    Check-Luhn.
        *>from the rightmost digit, every second digit doubled (less 9 when
        *>that passes 9); the number is valid when the sum ends in 0 --
        *>luhnSum is left holding the remainder
        MOVE 0 TO luhnSum
        MOVE "N" TO luhnDouble
        PERFORM VARYING luhnPos FROM digitLen BY -1 UNTIL luhnPos < 1
            MOVE digitString(luhnPos:1) TO luhnDigit
            IF luhnDouble = "Y"
                COMPUTE luhnDigit = luhnDigit * 2
                IF luhnDigit > 9
                    SUBTRACT 9 FROM luhnDigit
                END-IF
                MOVE "N" TO luhnDouble
            ELSE
                MOVE "Y" TO luhnDouble
            END-IF
            ADD luhnDigit TO luhnSum
        END-PERFORM
        MOVE function mod(luhnSum, 10) TO luhnSum
        .

    Scan-Email-Tokens.
        *>word by word: one @ with something in front of it and a dotted
        *>domain after it, once any wrapping punctuation -- brackets,
        *>quotes, a sentence-ending full stop -- is stripped off both ends
        MOVE 1 TO tokenPtr
        PERFORM UNTIL tokenPtr > lineLen
            MOVE SPACE TO tokenText
            UNSTRING docLine(1:lineLen) DELIMITED BY ALL SPACE
                INTO tokenText
                WITH POINTER tokenPtr
            END-UNSTRING
            MOVE 0 TO atCount
            INSPECT tokenText TALLYING atCount FOR ALL "@"
            IF atCount = 1
                PERFORM Check-Email-Token
            END-IF
        END-PERFORM
        .

    Check-Email-Token.
        MOVE function length(function trim(tokenText TRAILING)) TO tokenEnd
        MOVE 1 TO tokenStart
        PERFORM UNTIL tokenStart > tokenEnd
            OR tokenText(tokenStart:1) IS NUMERIC
            OR (tokenText(tokenStart:1) IS ALPHABETIC AND tokenText(tokenStart:1) NOT = SPACE)
            ADD 1 TO tokenStart
        END-PERFORM
        PERFORM UNTIL tokenEnd < tokenStart
            OR tokenText(tokenEnd:1) IS NUMERIC
            OR (tokenText(tokenEnd:1) IS ALPHABETIC AND tokenText(tokenEnd:1) NOT = SPACE)
            SUBTRACT 1 FROM tokenEnd
        END-PERFORM
        IF tokenEnd > tokenStart
            MOVE 0 TO atPos
            MOVE "N" TO dotAfterAt
            PERFORM VARYING K FROM tokenStart BY 1 UNTIL K > tokenEnd
                IF tokenText(K:1) = "@"
                    MOVE K TO atPos
                END-IF
                IF tokenText(K:1) = "." AND atPos > 0 AND K > atPos + 1 AND K < tokenEnd
                    MOVE "Y" TO dotAfterAt
                END-IF
            END-PERFORM
            IF atPos > tokenStart AND dotAfterAt = "Y"
                MOVE "E-MAIL" TO hitType
                MOVE SPACE TO hitText
                MOVE tokenText(tokenStart:tokenEnd - tokenStart + 1) TO hitText
                PERFORM Post-Hit
            END-IF
        END-IF
        .

    Report-Hit.
        MOVE SPACE TO hitText
        MOVE docLine(hitStart:hitEnd - hitStart + 1) TO hitText
        PERFORM Post-Hit
        .

    Post-Hit.
        *>a safe-listed token is counted, so the report shows the list is
        *>doing something, but not reported
        MOVE "N" TO isSafe
        PERFORM VARYING S FROM 1 BY 1 UNTIL S > safeCount OR isSafe = "Y"
            IF safe-token(S) = function upper-case(hitText)
                MOVE "Y" TO isSafe
            END-IF
        END-PERFORM
        IF isSafe = "Y"
            ADD 1 TO suppressedCount
        ELSE
            ADD 1 TO hitCount
            EVALUATE hitType
                WHEN "SSN"
                    ADD 1 TO ssnCount
                WHEN "CARD NUMBER"
                    ADD 1 TO cardCount
                WHEN "TELEPHONE"
                    ADD 1 TO phoneCount
                WHEN "E-MAIL"
                    ADD 1 TO emailCount
                WHEN OTHER
                    ADD 1 TO longCount
            END-EVALUATE
            MOVE docPage TO page-disp
            MOVE docLineNum TO line-disp
            MOVE SPACE TO reportLine
            STRING "PAGE " page-disp " LINE " line-disp "  " hitType " " function trim(hitText) DELIMITED BY SIZE INTO reportLine
            WRITE reportLine
        END-IF
        .

    Load-Safe-List.
        *>one known-harmless token per line, compared case-insensitively
        *>against the token exactly as the scan reports it
        MOVE 0 TO END-OF-SAFE
        OPEN INPUT SafeFile
        IF safeFileStatus NOT = "00"
            DISPLAY "ERROR: cannot open safe list " function trim(safeFilename) " (status " safeFileStatus ")"
            MOVE 12 TO RETURN-CODE
            GOBACK
        END-IF
        PERFORM UNTIL END-OF-SAFE = 1
            READ SafeFile
                AT END MOVE 1 TO END-OF-SAFE
            END-READ
            IF END-OF-SAFE NOT = 1 AND safeLine NOT = SPACE
                IF safeCount < 1000
                    ADD 1 TO safeCount
                    MOVE function upper-case(function trim(safeLine)) TO safe-token(safeCount)
                ELSE
                    IF safeCount = 1000
                        DISPLAY "WARNING: safe list table full at 1000 - remaining entries ignored"
                        ADD 1 TO safeCount
                    END-IF
                END-IF
            END-IF
        END-PERFORM
        CLOSE SafeFile
        IF safeCount > 1000
            MOVE 1000 TO safeCount
        END-IF
        .

    Write-Report-Totals.
        MOVE SPACE TO reportLine
        WRITE reportLine
        MOVE ssnCount TO count-disp
        MOVE SPACE TO reportLine
        STRING "SSN                 " count-disp DELIMITED BY SIZE INTO reportLine
        WRITE reportLine
        MOVE cardCount TO count-disp
        MOVE SPACE TO reportLine
        STRING "CARD NUMBER         " count-disp DELIMITED BY SIZE INTO reportLine
        WRITE reportLine
        MOVE phoneCount TO count-disp
        MOVE SPACE TO reportLine
        STRING "TELEPHONE           " count-disp DELIMITED BY SIZE INTO reportLine
        WRITE reportLine
        MOVE emailCount TO count-disp
        MOVE SPACE TO reportLine
        STRING "E-MAIL              " count-disp DELIMITED BY SIZE INTO reportLine
        WRITE reportLine
        MOVE longCount TO count-disp
        MOVE SPACE TO reportLine
        STRING "LONG DIGITS         " count-disp DELIMITED BY SIZE INTO reportLine
        WRITE reportLine
        MOVE hitCount TO count-disp
        MOVE SPACE TO reportLine
        STRING "TOKENS FLAGGED      " count-disp DELIMITED BY SIZE INTO reportLine
        WRITE reportLine
        DISPLAY "TOKENS FLAGGED      " count-disp
        MOVE suppressedCount TO count-disp
        MOVE SPACE TO reportLine
        STRING "SAFE-LISTED         " count-disp DELIMITED BY SIZE INTO reportLine
        WRITE reportLine
        DISPLAY "SAFE-LISTED         " count-disp
        MOVE scannedCount TO count-disp
        MOVE SPACE TO reportLine
        STRING "LINES SCANNED       " count-disp DELIMITED BY SIZE INTO reportLine
        WRITE reportLine
        .

    Get-Arguments.
        *>arg 1: the input file whose <input>.OUT is scanned, or the literal
        *>MERGE to scan a merged batch's <control-file>.MERGED
        MOVE SPACE TO firstArg
        MOVE 1 TO argnum
        DISPLAY argnum UPON ARGUMENT-NUMBER
        ACCEPT firstArg FROM ARGUMENT-VALUE
            ON EXCEPTION
                CONTINUE
        END-ACCEPT

        MOVE SPACE TO baseName
        MOVE SPACE TO safeFilename
        MOVE SPACE TO docFilename
        IF function upper-case(function trim(firstArg)) = "MERGE"
            *>arg 2: the control file; arg 3: safe list (optional)
            MOVE 2 TO argnum
            DISPLAY argnum UPON ARGUMENT-NUMBER
            ACCEPT baseName FROM ARGUMENT-VALUE
                ON EXCEPTION
                    CONTINUE
            END-ACCEPT
            MOVE 3 TO argnum
            DISPLAY argnum UPON ARGUMENT-NUMBER
            ACCEPT safeFilename FROM ARGUMENT-VALUE
                ON EXCEPTION
                    CONTINUE
            END-ACCEPT
            IF baseName NOT = SPACE
                STRING function trim(baseName) ".MERGED" DELIMITED BY SIZE INTO docFilename
            END-IF
        ELSE
            *>arg 2: safe list (optional)
            MOVE firstArg TO baseName
            MOVE 2 TO argnum
            DISPLAY argnum UPON ARGUMENT-NUMBER
            ACCEPT safeFilename FROM ARGUMENT-VALUE
                ON EXCEPTION
                    CONTINUE
            END-ACCEPT
            IF baseName NOT = SPACE
                STRING function trim(baseName) ".OUT" DELIMITED BY SIZE INTO docFilename
            END-IF
        END-IF

        IF baseName = SPACE
            DISPLAY "Usage: piiscan <input-file> [safe-list]"
            DISPLAY "       piiscan MERGE <control-file> [safe-list]"
            DISPLAY "       scans <input-file>.OUT (or <control-file>.MERGED) for SSNs, Luhn-valid"
            DISPLAY "       card numbers, e-mail addresses, telephone numbers and runs of nine or"
            DISPLAY "       more digits; hits go to <input-file>.PII (<control-file>.PII) by page"
            DISPLAY "       and line. safe-list: one known-harmless token per line, not reported"
            DISPLAY "       RETURN-CODE: 0 clean, 8 sensitive data flagged, 12 document or list unusable"
            MOVE 12 TO RETURN-CODE
            GOBACK
        END-IF
        .
END PROGRAM piiscan.
