        05 FILLER PIC X(13) VALUE ".COLBUF.TMP".
        05 FILLER PIC X(13) VALUE ".STYLE".
        05 FILLER PIC X(13) VALUE ".CMP".
        05 FILLER PIC X(13) VALUE ".PII".
        05 FILLER PIC X(13) VALUE ".SPELL".
    01 suffixTable REDEFINES suffixList.
        05 hk-suffix OCCURS 15 PIC X(13).
    01 retainTable.
        05 retain-entry OCCURS 2000.
            10 retain-origName PIC X(255).
                CONTINUE
        END-EVALUATE

        *>the batch summary is a report like any other -- archive it too,
        *>and the balance report that was run against it, the release
        *>manifest and our own verify of it, the stream plan of a batch
        *>that was run as parallel streams (each stream's own control file
        *>is swept by its own housekeep run), the sensitive-data scan of a
        *>MERGE batch's combined document, and a LETTERS run's reconciliation
        *>(for a LETTERS run the data file stands in as the control file --
        *>its records name no inputs, so only these reports are swept)
        MOVE SPACE TO sidecarName
        STRING function trim(controlFilename) ".SUMMARY" DELIMITED BY SIZE INTO sidecarName
        PERFORM Probe-Sidecar
        IF probeState = "E" OR probeState = "R"
            PERFORM Archive-Sidecar
        END-IF
        MOVE SPACE TO sidecarName
        STRING function trim(controlFilename) ".BALANCE" DELIMITED BY SIZE INTO sidecarName
        PERFORM Probe-Sidecar
        IF probeState = "E" OR probeState = "R"
            PERFORM Archive-Sidecar
        END-IF
        MOVE SPACE TO sidecarName
        STRING function trim(controlFilename) ".MANIFEST" DELIMITED BY SIZE INTO sidecarName
        PERFORM Probe-Sidecar
        IF probeState = "E" OR probeState = "R"
            PERFORM Archive-Sidecar
        END-IF
        MOVE SPACE TO sidecarName
        STRING function trim(controlFilename) ".MANIFEST.VERIFY" DELIMITED BY SIZE INTO sidecarName
        PERFORM Probe-Sidecar
        IF probeState = "E" OR probeState = "R"
            PERFORM Archive-Sidecar
        END-IF
        MOVE SPACE TO sidecarName
        STRING function trim(controlFilename) ".PLAN" DELIMITED BY SIZE INTO sidecarName
        PERFORM Probe-Sidecar
        IF probeState = "E" OR probeState = "R"
            PERFORM Archive-Sidecar
        END-IF
        MOVE SPACE TO sidecarName
        STRING function trim(controlFilename) ".PII" DELIMITED BY SIZE INTO sidecarName
        PERFORM Probe-Sidecar
        IF probeState = "E" OR probeState = "R"
            PERFORM Archive-Sidecar
        END-IF
        MOVE SPACE TO sidecarName
        STRING function trim(controlFilename) ".RECON" DELIMITED BY SIZE INTO sidecarName
        PERFORM Probe-Sidecar
        IF probeState = "E" OR probeState = "R"
            PERFORM Archive-Sidecar
        END-IF

        READ ControlFile
            AT END MOVE 1 TO END-OF-CONTROL
            STRING function trim(filename) " (ALL SIDECARS)" DELIMITED BY SIZE INTO sidecarName
            PERFORM Note-Skipped-Resumable
        ELSE
            PERFORM VARYING S FROM 1 BY 1 UNTIL S > 15
                MOVE SPACE TO sidecarName
                STRING function trim(filename) function trim(hk-suffix(S)) DELIMITED BY SIZE INTO sidecarName
                PERFORM Probe-Sidecar
        .

    Get-Arguments.
        *>arg 1: the control file whose inputs' sidecars get swept (the data
        *>file, for a LETTERS run)
        MOVE SPACE TO controlFilename
        MOVE 1 TO argnum
        DISPLAY argnum UPON ARGUMENT-NUMBER
