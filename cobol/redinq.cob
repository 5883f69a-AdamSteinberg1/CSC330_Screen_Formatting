        >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. redinq.
*>inquiry companion to the reflow driver's redaction register -- lists every
*>document and run in which a given term was dropped or masked by the
*>scrubbing dictionary, or every term redacted in a given document, so a
*>disclosure request can be answered from one place long after the per-file
*>.AUDIT sidecars have been archived away. Read-only: this program never
*>writes the register.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
SELECT RegisterFile ASSIGN TO DYNAMIC registerFilename
ORGANIZATION IS INDEXED
ACCESS MODE IS DYNAMIC
RECORD KEY IS reg-key
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
    01 END-OF-REGISTER PIC Z(1).
    01 registerFilename PIC X(255) VALUE "REDACT.DAT".
    01 registerFileStatus PIC XX VALUE "00".
    01 argnum PIC 9(4) COMP.
    01 queryArg PIC X(255).
    01 registerArg PIC X(255).
    01 queryTerm PIC X(40).
    01 queryFilename PIC X(255).
    01 matchCount PIC 9(6) VALUE 0.
    01 match-disp PIC ZZZZZ9.
    01 line-disp PIC ZZZZZ9.

PROCEDURE DIVISION.
    Begin.
        PERFORM Get-Arguments

        OPEN INPUT RegisterFile
        IF registerFileStatus NOT = "00"
            DISPLAY "ERROR: cannot open redaction register " function trim(registerFilename) " (status " registerFileStatus ")"
            MOVE 8 TO RETURN-CODE
            GOBACK
        END-IF

        IF queryFilename NOT = SPACE
            PERFORM List-By-Document
        ELSE
            PERFORM List-By-Term
        END-IF

        CLOSE RegisterFile

        MOVE matchCount TO match-disp
        DISPLAY SPACE
        DISPLAY "REDACTIONS LISTED " match-disp
        IF matchCount = 0
            MOVE 4 TO RETURN-CODE
        END-IF

    GOBACK
    .

    List-By-Term.
        *>the register is keyed on term, then filename, then timestamp, so
        *>positioning at term + low-values and reading forward walks every
        *>document that term was redacted in, each document's runs in
        *>timestamp order, until the term changes out from under us
        DISPLAY "REDACTIONS OF TERM " function trim(queryTerm)
        PERFORM Display-Heading

        MOVE 0 TO END-OF-REGISTER
        MOVE queryTerm TO reg-term
        MOVE LOW-VALUES TO reg-filename
        MOVE LOW-VALUES TO reg-timestamp
        START RegisterFile KEY NOT < reg-key
            INVALID KEY MOVE 1 TO END-OF-REGISTER
        END-START

        PERFORM UNTIL END-OF-REGISTER = 1
            READ RegisterFile NEXT
                AT END MOVE 1 TO END-OF-REGISTER
            END-READ
            IF END-OF-REGISTER NOT = 1
                IF reg-term = queryTerm
                    PERFORM Display-Record
                ELSE
                    MOVE 1 TO END-OF-REGISTER
                END-IF
            END-IF
        END-PERFORM
        .

    List-By-Document.
        *>a document inquiry has no useful key prefix (the key leads with the
        *>term), so walk the whole register and filter on the filename -- the
        *>register grows one record per term per document per run, which
        *>stays well inside what a sequential pass handles comfortably
        DISPLAY "REDACTIONS IN DOCUMENT " function trim(queryFilename)
        PERFORM Display-Heading

        MOVE 0 TO END-OF-REGISTER
        MOVE LOW-VALUES TO reg-key
        START RegisterFile KEY NOT < reg-key
            INVALID KEY MOVE 1 TO END-OF-REGISTER
        END-START

        PERFORM UNTIL END-OF-REGISTER = 1
            READ RegisterFile NEXT
                AT END MOVE 1 TO END-OF-REGISTER
            END-READ
            IF END-OF-REGISTER NOT = 1
                IF reg-filename = queryFilename
                    PERFORM Display-Record
                END-IF
            END-IF
        END-PERFORM
        .

    Display-Heading.
        DISPLAY "TIMESTAMP            FIRST LINE  ACTION           TERM                                      FILE"
        .

    Display-Record.
        MOVE reg-lineNum TO line-disp
        DISPLAY reg-timestamp "      " line-disp "  " reg-action "  " reg-term "  " function trim(reg-filename)
        ADD 1 TO matchCount
        .

    Get-Arguments.
        *>arg 1: the term to trace, or the literal DOC to list a document
        MOVE SPACE TO queryArg
        MOVE 1 TO argnum
        DISPLAY argnum UPON ARGUMENT-NUMBER
        ACCEPT queryArg FROM ARGUMENT-VALUE
            ON EXCEPTION
                CONTINUE
        END-ACCEPT

        IF queryArg = SPACE
            DISPLAY "Usage: redinq <term> [register]"
            DISPLAY "       redinq DOC <input-file> [register]   (register defaults to REDACT.DAT)"
            DISPLAY "       DOC takes the source input filename, also for a MERGE run"
            MOVE 12 TO RETURN-CODE
            GOBACK
        END-IF

        MOVE SPACE TO queryTerm
        MOVE SPACE TO queryFilename
        MOVE SPACE TO registerArg

        IF function upper-case(function trim(queryArg)) = "DOC"
            *>arg 2: the source input filename, in every mode -- a MERGE run
            *>posts each term under the source file it came from, not under
            *>the merged document's name
            MOVE 2 TO argnum
            DISPLAY argnum UPON ARGUMENT-NUMBER
            ACCEPT queryFilename FROM ARGUMENT-VALUE
                ON EXCEPTION
                    CONTINUE
            END-ACCEPT
            IF queryFilename = SPACE
                DISPLAY "ERROR: DOC names no document"
                MOVE 12 TO RETURN-CODE
                GOBACK
            END-IF
            MOVE 3 TO argnum
        ELSE
            *>the register holds terms upper-cased, as the dictionary
            *>matches them, so the inquiry is case-insensitive too
            MOVE function upper-case(function trim(queryArg)) TO queryTerm
            MOVE 2 TO argnum
        END-IF

        DISPLAY argnum UPON ARGUMENT-NUMBER
        ACCEPT registerArg FROM ARGUMENT-VALUE
            ON EXCEPTION
                CONTINUE
        END-ACCEPT
        IF registerArg NOT = SPACE
            MOVE function trim(registerArg) TO registerFilename
        END-IF
        .
END PROGRAM redinq.
