        IF docLine(1:18) = "----- END OF PAGE "
            MOVE "Y" TO decorationLine
        END-IF
        *>everything ahead of the first page header is the run's effective
        *>settings block, not document text -- a settings change between
        *>generations is the history master's business, not this report's
        IF docPage = 0
            MOVE "Y" TO decorationLine
        END-IF

        IF decorationLine = "N"
            IF docLine = SPACE
