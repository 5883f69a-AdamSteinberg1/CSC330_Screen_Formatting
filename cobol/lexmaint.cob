        >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. lexmaint.
*>maintenance companion to the house lexicon the reflow driver's spelling
*>pass checks words against: add or delete a single word, list the whole
*>lexicon, bulk-load a word list (one word per line), or approve words
*>straight from a .SPELL exception report -- the reviewer puts an A in
*>column 1 of each entry that is a real word (a product name, a client
*>term) and every marked word goes into the lexicon, so it stops showing up
*>as a misspelling on the next run. Words are held upper-cased, since the
*>spelling pass matches case-insensitively, and only letters, apostrophes
*>and hyphens are accepted -- the pass never checks anything else.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
SELECT LexiconFile ASSIGN TO DYNAMIC lexiconFilename
ORGANIZATION IS INDEXED
ACCESS MODE IS DYNAMIC
RECORD KEY IS lex-word
FILE STATUS IS lexiconFileStatus.
SELECT WordListFile ASSIGN TO DYNAMIC wordListFilename
ORGANIZATION IS LINE SEQUENTIAL
FILE STATUS IS wordListFileStatus.

DATA DIVISION.
FILE SECTION.
    FD LexiconFile.
    01 lex-record.
        05 lex-word              PIC X(40).
        05 lex-source            PIC X(8).
        05 lex-dateAdded         PIC X(10).
    FD WordListFile.
    01 wordListLine PIC X(255).
WORKING-STORAGE SECTION.
    01 END-OF-LEXICON PIC Z(1).
    01 END-OF-LIST PIC Z(1).
    01 lexiconFilename PIC X(255) VALUE "LEXICON.DAT".
    01 lexiconFileStatus PIC XX VALUE "00".
    01 wordListFilename PIC X(255).
    01 wordListFileStatus PIC XX VALUE "00".
    01 argnum PIC 9(4) COMP.
    01 actionArg PIC X(255).
    01 maintAction PIC X(8).
    01 operandArg PIC X(255).
    01 lexiconArg PIC X(255).
    01 currentDateTime PIC X(21).
    01 todayDate PIC X(10).
    01 entryWord PIC X(255).
    01 entrySource PIC X(8).
    01 entryLen PIC 9(4) COMP.
    01 badChars PIC 9(4) COMP.
    01 P PIC 9(4) COMP.
    01 inEntries PIC X VALUE "N".
    01 addedCount PIC 9(6) VALUE 0.
    01 presentCount PIC 9(6) VALUE 0.
    01 rejectedCount PIC 9(6) VALUE 0.
    01 deletedCount PIC 9(6) VALUE 0.
    01 listedCount PIC 9(6) VALUE 0.
    01 count-disp PIC ZZZZZ9.

PROCEDURE DIVISION.
    Begin.
        PERFORM Get-Arguments

        MOVE function current-date TO currentDateTime
        STRING currentDateTime(1:4) "-" currentDateTime(5:2) "-" currentDateTime(7:2)
            DELIMITED BY SIZE INTO todayDate

        IF maintAction = "LIST"
            OPEN INPUT LexiconFile
        ELSE
            PERFORM Open-Lexicon-For-Update
        END-IF
        IF lexiconFileStatus NOT = "00"
            DISPLAY "ERROR: cannot open lexicon " function trim(lexiconFilename) " (status " lexiconFileStatus ")"
            MOVE 8 TO RETURN-CODE
            GOBACK
        END-IF

        EVALUATE maintAction
            WHEN "ADD"
                MOVE operandArg TO entryWord
                MOVE "ADD" TO entrySource
                PERFORM Add-Entry
            WHEN "DELETE"
                PERFORM Delete-Entry
            WHEN "LIST"
                PERFORM List-Lexicon
            WHEN "LOAD"
                PERFORM Load-Word-List
            WHEN "APPROVE"
                PERFORM Approve-From-Report
        END-EVALUATE

        CLOSE LexiconFile

        *>nothing changed (or nothing to list) is worth a 4 so a job step
        *>can tell a no-op from real work; an unreadable word list or
        *>report has already set its own code
        IF RETURN-CODE = 0
            DISPLAY SPACE
            EVALUATE maintAction
                WHEN "LIST"
                    MOVE listedCount TO count-disp
                    DISPLAY "WORDS LISTED    " count-disp
                    IF listedCount = 0
                        MOVE 4 TO RETURN-CODE
                    END-IF
                WHEN "DELETE"
                    MOVE deletedCount TO count-disp
                    DISPLAY "WORDS DELETED   " count-disp
                    IF deletedCount = 0
                        MOVE 4 TO RETURN-CODE
                    END-IF
                WHEN OTHER
                    MOVE addedCount TO count-disp
                    DISPLAY "WORDS ADDED     " count-disp
                    MOVE presentCount TO count-disp
                    DISPLAY "ALREADY PRESENT " count-disp
                    MOVE rejectedCount TO count-disp
                    DISPLAY "REJECTED        " count-disp
                    IF addedCount = 0
                        MOVE 4 TO RETURN-CODE
                    END-IF
            END-EVALUATE
        END-IF

    GOBACK
    .

    Open-Lexicon-For-Update.
        *>the first word ever added creates the lexicon
        OPEN I-O LexiconFile
        IF lexiconFileStatus = "35"
            OPEN OUTPUT LexiconFile
            IF lexiconFileStatus = "00"
                CLOSE LexiconFile
                OPEN I-O LexiconFile
            END-IF
        END-IF
        .

    Add-Entry.
        *>entryWord and entrySource are set by the caller
        MOVE function upper-case(function trim(entryWord)) TO entryWord
        MOVE 0 TO badChars
        MOVE function length(function trim(entryWord)) TO entryLen
        PERFORM VARYING P FROM 1 BY 1 UNTIL P > entryLen
            IF (entryWord(P:1) < "A" OR entryWord(P:1) > "Z") AND entryWord(P:1) NOT = "'" AND entryWord(P:1) NOT = "-"
                ADD 1 TO badChars
            END-IF
        END-PERFORM

        IF badChars > 0 OR entryLen > 40
            DISPLAY "REJECTED: " function trim(entryWord) " (only letters, apostrophes and hyphens, up to 40 characters)"
            ADD 1 TO rejectedCount
        ELSE
            MOVE entryWord TO lex-word
            MOVE entrySource TO lex-source
            MOVE todayDate TO lex-dateAdded
            WRITE lex-record
                INVALID KEY ADD 1 TO presentCount
                NOT INVALID KEY ADD 1 TO addedCount
            END-WRITE
            IF lexiconFileStatus NOT = "00" AND lexiconFileStatus NOT = "22"
                DISPLAY "ERROR: cannot write lexicon " function trim(lexiconFilename) " (status " lexiconFileStatus ")"
                MOVE 8 TO RETURN-CODE
            END-IF
        END-IF
        .

    Delete-Entry.
        MOVE function upper-case(function trim(operandArg)) TO lex-word
        DELETE LexiconFile RECORD
            INVALID KEY DISPLAY "NOT IN LEXICON: " function trim(lex-word)
            NOT INVALID KEY ADD 1 TO deletedCount
        END-DELETE
        .

    List-Lexicon.
        DISPLAY "HOUSE LEXICON " function trim(lexiconFilename)
        DISPLAY "WORD                                      SOURCE    ADDED"

        MOVE 0 TO END-OF-LEXICON
        MOVE LOW-VALUES TO lex-word
        START LexiconFile KEY NOT < lex-word
            INVALID KEY MOVE 1 TO END-OF-LEXICON
        END-START

        PERFORM UNTIL END-OF-LEXICON = 1
            READ LexiconFile NEXT
                AT END MOVE 1 TO END-OF-LEXICON
            END-READ
            IF END-OF-LEXICON NOT = 1
                DISPLAY lex-word "  " lex-source "  " lex-dateAdded
                ADD 1 TO listedCount
            END-IF
        END-PERFORM
        .

    Load-Word-List.
        *>one word per line; blank lines are passed over
        MOVE operandArg TO wordListFilename
        OPEN INPUT WordListFile
        IF wordListFileStatus NOT = "00"
            DISPLAY "ERROR: cannot open word list " function trim(wordListFilename) " (status " wordListFileStatus ")"
            MOVE 12 TO RETURN-CODE
        ELSE
            MOVE 0 TO END-OF-LIST
            PERFORM UNTIL END-OF-LIST = 1
                READ WordListFile
                    AT END MOVE 1 TO END-OF-LIST
                END-READ
                IF END-OF-LIST NOT = 1 AND wordListLine NOT = SPACE
                    MOVE wordListLine TO entryWord
                    MOVE "LOAD" TO entrySource
                    PERFORM Add-Entry
                END-IF
            END-PERFORM
            CLOSE WordListFile
        END-IF
        .

    Approve-From-Report.
        *>the report's entries sit between its column heading and the blank
        *>line ahead of its totals; only entries the reviewer marked with an
        *>A in column 1 are taken, the word itself in columns 3-42
        MOVE operandArg TO wordListFilename
        OPEN INPUT WordListFile
        IF wordListFileStatus NOT = "00"
            DISPLAY "ERROR: cannot open spelling report " function trim(wordListFilename) " (status " wordListFileStatus ")"
            MOVE 12 TO RETURN-CODE
        ELSE
            READ WordListFile
                AT END MOVE SPACE TO wordListLine
            END-READ
            IF wordListLine(1:19) NOT = "SPELLING EXCEPTIONS"
                DISPLAY "ERROR: " function trim(wordListFilename) " is not a spelling exception report"
                MOVE 12 TO RETURN-CODE
            ELSE
                MOVE "N" TO inEntries
                MOVE 0 TO END-OF-LIST
                PERFORM UNTIL END-OF-LIST = 1
                    READ WordListFile
                        AT END MOVE 1 TO END-OF-LIST
                    END-READ
                    IF END-OF-LIST NOT = 1
                        EVALUATE TRUE
                            WHEN inEntries = "N"
                                IF wordListLine(1:6) = "  WORD"
                                    MOVE "Y" TO inEntries
                                END-IF
                            WHEN wordListLine = SPACE
                                MOVE 1 TO END-OF-LIST
                            WHEN wordListLine(1:1) = "A" OR wordListLine(1:1) = "a"
                                MOVE wordListLine(3:40) TO entryWord
                                MOVE "APPROVE" TO entrySource
                                PERFORM Add-Entry
                            WHEN OTHER
                                CONTINUE
                        END-EVALUATE
                    END-IF
                END-PERFORM
            END-IF
            CLOSE WordListFile
        END-IF
        .

    Get-Arguments.
        *>arg 1: the maintenance action
        MOVE SPACE TO actionArg
        MOVE 1 TO argnum
        DISPLAY argnum UPON ARGUMENT-NUMBER
        ACCEPT actionArg FROM ARGUMENT-VALUE
            ON EXCEPTION
                CONTINUE
        END-ACCEPT
        MOVE function upper-case(function trim(actionArg)) TO maintAction

        MOVE SPACE TO operandArg
        MOVE SPACE TO lexiconArg
        EVALUATE maintAction
            WHEN "LIST"
                *>arg 2: the lexicon
                MOVE 2 TO argnum
            WHEN "ADD"
            WHEN "DELETE"
            WHEN "LOAD"
            WHEN "APPROVE"
                *>arg 2: the word, word list or report; arg 3: the lexicon
                MOVE 2 TO argnum
                DISPLAY argnum UPON ARGUMENT-NUMBER
                ACCEPT operandArg FROM ARGUMENT-VALUE
                    ON EXCEPTION
                        CONTINUE
                END-ACCEPT
                MOVE 3 TO argnum
            WHEN OTHER
                MOVE SPACE TO maintAction
        END-EVALUATE

        IF maintAction = SPACE OR (maintAction NOT = "LIST" AND operandArg = SPACE)
            DISPLAY "Usage: lexmaint ADD <word> [lexicon]"
            DISPLAY "       lexmaint DELETE <word> [lexicon]"
            DISPLAY "       lexmaint LIST [lexicon]"
            DISPLAY "       lexmaint LOAD <word-list> [lexicon]"
            DISPLAY "       lexmaint APPROVE <spell-report> [lexicon]   (entries marked A in column 1)"
            DISPLAY "       lexicon defaults to LEXICON.DAT"
            MOVE 12 TO RETURN-CODE
            GOBACK
        END-IF

        DISPLAY argnum UPON ARGUMENT-NUMBER
        ACCEPT lexiconArg FROM ARGUMENT-VALUE
            ON EXCEPTION
                CONTINUE
        END-ACCEPT
        IF lexiconArg NOT = SPACE
            MOVE function trim(lexiconArg) TO lexiconFilename
        END-IF
        .
END PROGRAM lexmaint.
