      *                           case on both sides so the operator
      *                           does not have to guess the casing
      *                           DSPJOBLOG used.
      *                 Oct2026 - each hit shows the system the job
      *                           ran on, and option X opens WND and
      *                           looks up the MSGID on that system -
      *                           the same job number can be on file
      *                           from another partition.  The text
      *                           column is narrowed to make room.
      *
      * @
      * TXTSRCH prompts for a search string and an optional from/to
       01   WS-SEQ1                       PIC X(10).
       01   WS-PMSGID                     PIC X(07).
       01   WS-SELJOBID                   PIC X(26).
       01   WS-SELSYS                     PIC X(08).
       01   WS-SELSEQ                     PIC 9(10).
       01   WS-LKP-EOF                    PIC 1       VALUE B"0".
           88 LKP-EOF                   VALUE B"1".
            MOVE SPACES TO OPT OF RSFL-I.
            MOVE JOBID OF RECFILE TO JOBID OF RSFL-I.
            MOVE SEQ OF RECFILE   TO SEQ OF RSFL-I.
            MOVE SYSNAM OF RECFILE TO SYSNAM OF RSFL-I.
            MOVE FUNCTION TRIM(WS-TRIMMED) TO WS-TRIMMED.
            MOVE WS-TRIMMED (1:29) TO SRCTXT OF RSFL-I.
            ADD 1 TO RELKEY.
            ADD 1 TO END1.
            WRITE SUBFILE RECSFLCTL FROM RSFL-O FORMAT "RSFL"
                    MOVE JOBID OF RSFL-I TO WS-SELJOBID
                    MOVE SEQ OF RSFL-I TO WS-SELSEQ
                    MOVE SEQ OF RSFL-I TO WS-SEQ1
                    MOVE SYSNAM OF RSFL-I TO WS-SELSYS
                    PERFORM FINDMSGID
                    CALL 'WND' USING WS-SEQ1
                                     WS-PMSGID
                                     WS-SELJOBID
                                     WS-SELSYS
                   END-IF
            END-READ.
       FINDMSGID.
                     SET LKP-EOF TO TRUE
                  ELSE
                     IF SEQ OF RECFILE2 = WS-SELSEQ
                        AND SYSNAM OF RECFILE2 = WS-SELSYS
                        MOVE MSGID OF RECFILE2 TO WS-PMSGID
                        SET LKP-EOF TO TRUE
                     END-IF
