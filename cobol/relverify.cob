        >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. relverify.
*>receiving-side companion to release: reads a transmittal manifest,
*>recomputes every listed document's record count, byte count, hash total
*>and page count from the file as received, and reports each document that
*>is MISSING (can't be opened), or a MISMATCH against the manifest, along
*>with a manifest whose D records don't add up to its own trailer (or that
*>has lost its trailer in transit). Given the list of files that actually
*>arrived, one name per line, it also reports every EXTRA file the
*>manifest doesn't account for. The figures are computed exactly as release
*>computes them -- see release for the definitions. With a directory
*>argument the documents are looked for there under their own names
*>(without whatever path the sending side kept them under), which is how a
*>receiving site lays a transfer out; without one the manifest's names are
*>used as they stand, for a re-check at our end. Exceptions go to
*><manifest>.VERIFY. Read-only against everything except its own report.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
SELECT ManifestFile ASSIGN TO DYNAMIC manifestFilename
ORGANIZATION IS LINE SEQUENTIAL
FILE STATUS IS manifestFileStatus.
SELECT DocFile ASSIGN TO DYNAMIC docFilename
ORGANIZATION IS LINE SEQUENTIAL
FILE STATUS IS docFileStatus.
SELECT ReceivedFile ASSIGN TO DYNAMIC receivedFilename
ORGANIZATION IS LINE SEQUENTIAL
FILE STATUS IS receivedFileStatus.
SELECT ReportFile ASSIGN TO DYNAMIC reportFilename
ORGANIZATION IS LINE SEQUENTIAL
FILE STATUS IS reportFileStatus.

DATA DIVISION.
FILE SECTION.
    FD ManifestFile.
    01 manifestLine PIC X(340).
    FD DocFile.
    01 docLine PIC X(512).
    FD ReceivedFile.
    01 receivedLine PIC X(255).
    FD ReportFile.
    01 reportLine PIC X(255).
WORKING-STORAGE SECTION.
    01 END-OF-MANIFEST PIC Z(1).
    01 END-OF-DOC PIC Z(1).
    01 END-OF-RECEIVED PIC Z(1).
    01 manifestFilename PIC X(255).
    01 manifestFileStatus PIC XX VALUE "00".
    01 docFilename PIC X(255).
    01 docFileStatus PIC XX VALUE "00".
    01 receivedFilename PIC X(255).
    01 receivedFileStatus PIC XX VALUE "00".
    01 reportFilename PIC X(255).
    01 reportFileStatus PIC XX VALUE "00".
    01 argnum PIC 9(4) COMP.
    01 receiveDir PIC X(255).
    01 listedName PIC X(255).
    01 baseName PIC X(255).
    01 manifestBase PIC X(255).
    01 reportBase PIC X(255).
    01 lineLen PIC 999 COMP.
    01 trailingSpaces PIC 999 COMP.
    01 C PIC 999 COMP.
    01 slashPos PIC 999 COMP.
    01 N PIC 9(4) COMP.
    01 trailerSeen PIC X VALUE "N".
    01 nameFound PIC X.
    01 problemText PIC X(120).
    *>what the manifest says, then what the file as received says
    01 manRecords PIC 9(8).
    01 manBytes PIC 9(12).
    01 manHash PIC 9(18).
    01 manPages PIC 9(6).
    01 manFiles PIC 9(6).
    01 docRecords PIC 9(8).
    01 docBytes PIC 9(12).
    01 docHash PIC 9(18).
    01 docPages PIC 9(6).
    01 sumRecords PIC 9(8) VALUE 0.
    01 sumBytes PIC 9(12) VALUE 0.
    01 sumHash PIC 9(18) VALUE 0.
    01 sumPages PIC 9(6) VALUE 0.
    01 listedCount PIC 9(6) VALUE 0.
    01 verifiedCount PIC 9(6) VALUE 0.
    01 missingCount PIC 9(6) VALUE 0.
    01 mismatchCount PIC 9(6) VALUE 0.
    01 extraCount PIC 9(6) VALUE 0.
    01 manifestProblems PIC 9(6) VALUE 0.
    01 count-disp PIC ZZZZZ9.
    01 num1-disp PIC Z(17)9.
    01 num2-disp PIC Z(17)9.
    *>every name the manifest lists, kept for the EXTRA check against the
    *>received-file list
    01 nameCount PIC 9(4) VALUE 0.
    01 nameTable.
        05 listed-name OCCURS 2000 PIC X(255).

PROCEDURE DIVISION.
    Begin.
        PERFORM Get-Arguments

        MOVE 0 TO END-OF-MANIFEST
        OPEN INPUT ManifestFile
        IF manifestFileStatus NOT = "00"
            DISPLAY "ERROR: cannot open manifest " function trim(manifestFilename) " (status " manifestFileStatus ")"
            MOVE 12 TO RETURN-CODE
            GOBACK
        END-IF
        READ ManifestFile
            AT END MOVE 1 TO END-OF-MANIFEST
        END-READ
        IF END-OF-MANIFEST = 1 OR manifestLine(1:19) NOT = "H RELEASE MANIFEST "
            DISPLAY "ERROR: " function trim(manifestFilename) " is not a release manifest"
            CLOSE ManifestFile
            MOVE 12 TO RETURN-CODE
            GOBACK
        END-IF

        MOVE SPACE TO reportFilename
        STRING function trim(manifestFilename) ".VERIFY" DELIMITED BY SIZE INTO reportFilename
        OPEN OUTPUT ReportFile
        IF reportFileStatus NOT = "00"
            DISPLAY "ERROR: cannot open verify report " function trim(reportFilename) " (status " reportFileStatus ")"
            CLOSE ManifestFile
            MOVE 12 TO RETURN-CODE
            GOBACK
        END-IF

        MOVE SPACE TO reportLine
        STRING "RELEASE VERIFY  MANIFEST: " function trim(manifestFilename) DELIMITED BY SIZE INTO reportLine
        WRITE reportLine
        MOVE SPACE TO reportLine
        STRING "  " manifestLine(3:) DELIMITED BY SIZE INTO reportLine
        WRITE reportLine
        MOVE SPACE TO reportLine
        WRITE reportLine
        DISPLAY "RELEASE VERIFY  MANIFEST: " function trim(manifestFilename)

        PERFORM UNTIL END-OF-MANIFEST = 1
            READ ManifestFile
                AT END MOVE 1 TO END-OF-MANIFEST
            END-READ
            IF END-OF-MANIFEST NOT = 1
                EVALUATE manifestLine(1:2)
                    WHEN "D "
                        PERFORM Verify-Document
                    WHEN "T "
                        PERFORM Verify-Trailer
                    WHEN OTHER
                        CONTINUE
                END-EVALUATE
            END-IF
        END-PERFORM
        CLOSE ManifestFile

        IF trailerSeen = "N"
            MOVE SPACE TO listedName
            MOVE "HAS NO TRAILER - TRUNCATED IN TRANSIT" TO problemText
            PERFORM Report-Manifest-Problem
        END-IF

        IF receivedFilename NOT = SPACE
            PERFORM Check-Received-List
        END-IF

        PERFORM Write-Report-Totals
        CLOSE ReportFile

        IF missingCount = 0 AND mismatchCount = 0 AND extraCount = 0 AND manifestProblems = 0
            DISPLAY "TRANSFER VERIFIED"
            MOVE 0 TO RETURN-CODE
        ELSE
            DISPLAY "TRANSFER NOT VERIFIED - EXCEPTIONS IN " function trim(reportFilename)
            MOVE 8 TO RETURN-CODE
        END-IF

    GOBACK
    .

    Verify-Document.
        *>D: record count 3-10, byte count 12-23, hash total 25-42, run
        *>timestamp 44-62, page count 64-69, filename from 71
        ADD 1 TO listedCount
        MOVE function trim(manifestLine(71:)) TO listedName
        MOVE function numval(manifestLine(3:8)) TO manRecords
        MOVE function numval(manifestLine(12:12)) TO manBytes
        MOVE function numval(manifestLine(25:18)) TO manHash
        MOVE function numval(manifestLine(64:6)) TO manPages
        ADD manRecords TO sumRecords
        ADD manBytes TO sumBytes
        ADD manHash TO sumHash
        ADD manPages TO sumPages

        PERFORM Take-Base-Name
        IF nameCount < 2000
            ADD 1 TO nameCount
            MOVE baseName TO listed-name(nameCount)
        END-IF

        MOVE SPACE TO docFilename
        IF receiveDir = SPACE
            MOVE listedName TO docFilename
        ELSE
            STRING function trim(receiveDir) "/" function trim(baseName) DELIMITED BY SIZE INTO docFilename
        END-IF

        PERFORM Total-Document
        IF docFileStatus NOT = "00"
            MOVE SPACE TO problemText
            STRING "MISSING   CANNOT OPEN " function trim(docFilename) " (STATUS " docFileStatus ")" DELIMITED BY SIZE INTO problemText
            PERFORM Report-Line
            ADD 1 TO missingCount
        ELSE
            IF docRecords = manRecords AND docBytes = manBytes AND docHash = manHash AND docPages = manPages
                ADD 1 TO verifiedCount
            ELSE
                ADD 1 TO mismatchCount
                IF docRecords NOT = manRecords
                    MOVE docRecords TO num1-disp
                    MOVE manRecords TO num2-disp
                    MOVE SPACE TO problemText
                    STRING "MISMATCH  RECORDS " function trim(num1-disp) " NOT = MANIFEST " function trim(num2-disp) DELIMITED BY SIZE INTO problemText
                    PERFORM Report-Line
                END-IF
                IF docBytes NOT = manBytes
                    MOVE docBytes TO num1-disp
                    MOVE manBytes TO num2-disp
                    MOVE SPACE TO problemText
                    STRING "MISMATCH  BYTES " function trim(num1-disp) " NOT = MANIFEST " function trim(num2-disp) DELIMITED BY SIZE INTO problemText
                    PERFORM Report-Line
                END-IF
                IF docHash NOT = manHash
                    MOVE docHash TO num1-disp
                    MOVE manHash TO num2-disp
                    MOVE SPACE TO problemText
                    STRING "MISMATCH  HASH TOTAL " function trim(num1-disp) " NOT = MANIFEST " function trim(num2-disp) DELIMITED BY SIZE INTO problemText
                    PERFORM Report-Line
                END-IF
                IF docPages NOT = manPages
                    MOVE docPages TO num1-disp
                    MOVE manPages TO num2-disp
                    MOVE SPACE TO problemText
                    STRING "MISMATCH  PAGES " function trim(num1-disp) " NOT = MANIFEST " function trim(num2-disp) DELIMITED BY SIZE INTO problemText
                    PERFORM Report-Line
                END-IF
            END-IF
        END-IF
        .

    Verify-Trailer.
        *>T: the batch totals in the D records' columns, file count 71-76;
        *>a manifest whose own figures don't add up was damaged itself
        MOVE "Y" TO trailerSeen
        MOVE SPACE TO listedName
        MOVE function numval(manifestLine(3:8)) TO manRecords
        MOVE function numval(manifestLine(12:12)) TO manBytes
        MOVE function numval(manifestLine(25:18)) TO manHash
        MOVE function numval(manifestLine(64:6)) TO manPages
        MOVE function numval(manifestLine(71:6)) TO manFiles
        IF manFiles NOT = listedCount
            MOVE listedCount TO num1-disp
            MOVE manFiles TO num2-disp
            MOVE SPACE TO problemText
            STRING "D RECORDS " function trim(num1-disp) " NOT = TRAILER FILE COUNT " function trim(num2-disp) DELIMITED BY SIZE INTO problemText
            PERFORM Report-Manifest-Problem
        END-IF
        IF manRecords NOT = sumRecords OR manBytes NOT = sumBytes OR manHash NOT = sumHash OR manPages NOT = sumPages
            MOVE "D RECORD TOTALS DO NOT AGREE WITH THE TRAILER" TO problemText
            PERFORM Report-Manifest-Problem
        END-IF
        .

    Check-Received-List.
        *>every file that arrived has to be one the manifest lists (the
        *>manifest itself, and this report, should they be in the list,
        *>are expected too)
        MOVE manifestFilename TO listedName
        PERFORM Take-Base-Name
        MOVE baseName TO manifestBase
        MOVE reportFilename TO listedName
        PERFORM Take-Base-Name
        MOVE baseName TO reportBase

        MOVE 0 TO END-OF-RECEIVED
        OPEN INPUT ReceivedFile
        IF receivedFileStatus NOT = "00"
            MOVE SPACE TO listedName
            MOVE SPACE TO problemText
            STRING "CANNOT OPEN RECEIVED-FILE LIST " function trim(receivedFilename) " (STATUS " receivedFileStatus ")" DELIMITED BY SIZE INTO problemText
            PERFORM Report-Manifest-Problem
        ELSE
            PERFORM UNTIL END-OF-RECEIVED = 1
                READ ReceivedFile
                    AT END MOVE 1 TO END-OF-RECEIVED
                END-READ
                IF END-OF-RECEIVED NOT = 1 AND receivedLine NOT = SPACE
                    MOVE function trim(receivedLine) TO listedName
                    PERFORM Take-Base-Name
                    MOVE "N" TO nameFound
                    PERFORM VARYING N FROM 1 BY 1 UNTIL N > nameCount OR nameFound = "Y"
                        IF listed-name(N) = baseName
                            MOVE "Y" TO nameFound
                        END-IF
                    END-PERFORM
                    IF nameFound = "N" AND baseName NOT = manifestBase AND baseName NOT = reportBase
                        ADD 1 TO extraCount
                        MOVE "EXTRA     NOT IN MANIFEST" TO problemText
                        PERFORM Report-Line
                    END-IF
                END-IF
            END-PERFORM
            CLOSE ReceivedFile
        END-IF
        .

    Take-Base-Name.
        *>the name after the last "/" -- transfers land flat
        MOVE 0 TO slashPos
        PERFORM VARYING C FROM 1 BY 1 UNTIL C > 255
            IF listedName(C:1) = "/"
                MOVE C TO slashPos
            END-IF
        END-PERFORM
        MOVE SPACE TO baseName
        IF slashPos = 0
            MOVE listedName TO baseName
        ELSE
            IF slashPos < 255
                MOVE listedName(slashPos + 1:) TO baseName
            END-IF
        END-IF
        .

    Total-Document.
        MOVE 0 TO docRecords
        MOVE 0 TO docBytes
        MOVE 0 TO docHash
        MOVE 0 TO docPages
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
        IF docLine(1:6) = "FILE: "
            ADD 1 TO docPages
        END-IF
        .

    Report-Line.
        MOVE SPACE TO reportLine
        STRING function trim(problemText) "  " function trim(listedName) DELIMITED BY SIZE INTO reportLine
        WRITE reportLine
        DISPLAY function trim(problemText) "  " function trim(listedName)
        .

    Report-Manifest-Problem.
        ADD 1 TO manifestProblems
        MOVE SPACE TO reportLine
        STRING "MANIFEST  " function trim(problemText) DELIMITED BY SIZE INTO reportLine
        WRITE reportLine
        DISPLAY "MANIFEST  " function trim(problemText)
        .

    Write-Report-Totals.
        MOVE SPACE TO reportLine
        WRITE reportLine
        MOVE listedCount TO count-disp
        MOVE SPACE TO reportLine
        STRING "FILES IN MANIFEST   " count-disp DELIMITED BY SIZE INTO reportLine
        WRITE reportLine
        DISPLAY "FILES IN MANIFEST   " count-disp
        MOVE verifiedCount TO count-disp
        MOVE SPACE TO reportLine
        STRING "VERIFIED            " count-disp DELIMITED BY SIZE INTO reportLine
        WRITE reportLine
        DISPLAY "VERIFIED            " count-disp
        MOVE missingCount TO count-disp
        MOVE SPACE TO reportLine
        STRING "MISSING             " count-disp DELIMITED BY SIZE INTO reportLine
        WRITE reportLine
        DISPLAY "MISSING             " count-disp
        MOVE mismatchCount TO count-disp
        MOVE SPACE TO reportLine
        STRING "MISMATCHED          " count-disp DELIMITED BY SIZE INTO reportLine
        WRITE reportLine
        DISPLAY "MISMATCHED          " count-disp
        MOVE extraCount TO count-disp
        MOVE SPACE TO reportLine
        STRING "EXTRA               " count-disp DELIMITED BY SIZE INTO reportLine
        WRITE reportLine
        DISPLAY "EXTRA               " count-disp
        MOVE SPACE TO reportLine
        IF missingCount = 0 AND mismatchCount = 0 AND extraCount = 0 AND manifestProblems = 0
            STRING "TRANSFER VERIFIED" DELIMITED BY SIZE INTO reportLine
        ELSE
            STRING "TRANSFER NOT VERIFIED - DO NOT PRINT OR PUBLISH UNTIL RESENT" DELIMITED BY SIZE INTO reportLine
        END-IF
        WRITE reportLine
        .

    Get-Arguments.
        *>arg 1: the manifest; arg 2: where the documents were received
        *>(optional); arg 3: the list of files received (optional)
        MOVE SPACE TO manifestFilename
        MOVE 1 TO argnum
        DISPLAY argnum UPON ARGUMENT-NUMBER
        ACCEPT manifestFilename FROM ARGUMENT-VALUE
            ON EXCEPTION
                CONTINUE
        END-ACCEPT

        MOVE SPACE TO receiveDir
        MOVE 2 TO argnum
        DISPLAY argnum UPON ARGUMENT-NUMBER
        ACCEPT receiveDir FROM ARGUMENT-VALUE
            ON EXCEPTION
                CONTINUE
        END-ACCEPT
        *>"." is the way to name the current directory and still give a
        *>received list; it means the same as no directory at all
        IF receiveDir = "."
            MOVE SPACE TO receiveDir
        END-IF

        MOVE SPACE TO receivedFilename
        MOVE 3 TO argnum
        DISPLAY argnum UPON ARGUMENT-NUMBER
        ACCEPT receivedFilename FROM ARGUMENT-VALUE
            ON EXCEPTION
                CONTINUE
        END-ACCEPT

        IF manifestFilename = SPACE
            DISPLAY "Usage: relverify <manifest> [directory] [received-list]"
            DISPLAY "       recomputes record count, byte count, hash total and page count"
            DISPLAY "       for every document the manifest lists and reports MISSING and"
            DISPLAY "       MISMATCH; with a received-list (one filename per line) also"
            DISPLAY "       EXTRA. Use . as the directory to check in place with a list."
            DISPLAY "       Exceptions go to <manifest>.VERIFY"
            DISPLAY "       RETURN-CODE: 0 verified, 8 exceptions, 12 manifest unusable"
            MOVE 12 TO RETURN-CODE
            GOBACK
        END-IF
        .
END PROGRAM relverify.
