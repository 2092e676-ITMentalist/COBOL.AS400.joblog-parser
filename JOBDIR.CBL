      *                           counts being read as fact; MSFL's
      *                           own guard then keeps the X option
      *                           from showing the partial log.
      *                 Oct2026 - a directory line is a job on one
      *                           system: JOBLOGF now holds the logs
      *                           of every partition and the same job
      *                           number can come from more than one,
      *                           so the line breaks on JOBID and
      *                           SYSNAM, shows the system under the
      *                           job, and option X opens MSFL on that
      *                           system's log.  The SYSTEM field
      *                           under the list limits the directory
      *                           to one system; changing it reloads
      *                           the list.  The first-read error
      *                           DISPLAY is split so FILE1STATUS no
      *                           longer runs past column 72.
      *                 Oct2026 - option R passes the SYSTEM filter on
      *                           to RECONRPT, so the report covers
      *                           the same systems as the list.
      *
      * @
      * JOBDIR reads JOBLOGF front to back, writes one subfile record
      * per JOBID break with that job's first/last MSGDATE-MSGHORA and
      * total message count, and dispatches the operator's options:
      * X calls MSFL with the selected PJOBID; R on one or more rows
      * runs RECONRPT from the lowest to the highest selected JOBID,
      * on the system the list is filtered to (all when blank).
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           88 SUBFILE-FULL              VALUE B"1".
           88 NOT-SUBFILE-FULL          VALUE B"0".
       01   WS-CURJOBID                   PIC X(26)   VALUE SPACES.
       01   WS-CURSYS                     PIC X(08)   VALUE SPACES.
       01   WS-FLTSYS                     PIC X(08)   VALUE SPACES.
       01   WS-SELSYS                     PIC X(08)   VALUE SPACES.
       01   WS-MSGCNT                     PIC 9(07)   VALUE ZEROES.
       01   WS-FRDATE                     PIC 9(07)   VALUE ZEROES.
       01   WS-FRHORA                     PIC 9(06)   VALUE ZEROES.
         05 XPRG-TAB-ENTRY OCCURS 1 TO 500 TIMES
              DEPENDING ON WS-XPRG-CNT.
            10 XPRG-TAB-JOBID            PIC X(26).
            10 XPRG-TAB-SYSNAM           PIC X(08).
       01   WS-RNG-CNT                    PIC 9(04)   VALUE ZEROES.
       01   WS-RNGFROM                    PIC X(26)   VALUE SPACES.
       01   WS-RNGTO                      PIC X(26)   VALUE SPACES.
            SET NOT-SUBFILE-FULL TO TRUE.
            OPEN I-O DSPSFL.
            OPEN INPUT FILE1.
            MOVE SPACES TO DIRMSG OF RSFLCTL-O
                           FLTSYS OF RSFLCTL-O.
            PERFORM LOADMARKS.
            PERFORM LOADLIST.
            PERFORM SHOWSCREEN UNTIL END-PROGRAM.
            CLOSE FILE1
            CLOSE DSPSFL.
                  ADD 1 TO WS-XPRG-CNT
                  MOVE JOBID OF STSREC
                       TO XPRG-TAB-JOBID (WS-XPRG-CNT)
                  MOVE SYSNAM OF STSREC
                       TO XPRG-TAB-SYSNAM (WS-XPRG-CNT)
               END-IF
               READ STSF
                   AT END SET EOFSTS TO TRUE
                       'REMAINDER NOT FLAGGED'
            END-IF.
            CLOSE STSF.
      *****************************************************************
      *    Clear and reload the subfile for the current system       *
      *    filter - at start-up and whenever the operator changes    *
      *    the SYSTEM field.                                         *
      *****************************************************************
       LOADLIST.
            INITIALIZE RELKEY END1.
            SET NOT-SUBFILE-FULL TO TRUE.
            SET NO-SUBFILE-DISPLAY TO TRUE.
            SET NO-SUBFILE-CONTROL TO TRUE.
            SET NOT-SUBFILE-END TO TRUE.
            SET SUBFILE-CLEAR TO TRUE.
            WRITE RECSFLCTL FROM RSFLCTL-O FORMAT IS "RSFLCTL"
            SET NOT-SUBFILE-CLEAR TO TRUE.
            MOVE SPACES TO WS-CURJOBID WS-CURSYS.
            MOVE ZEROES TO WS-MSGCNT WS-FRDATE WS-FRHORA
                            WS-TODATE WS-TOHORA.
            PERFORM LOADDIR.
            SET SUBFILE-END TO TRUE.
            MOVE 1 TO RELKEY.
       LOADDIR.
            MOVE LOW-VALUES TO JOBID OF RECFILE.
            START FILE1 KEY IS NOT LESS THAN JOBID OF RECFILE
                   AT END SET EOFFILE TO TRUE
               END-READ
               IF NOT FILE1-OK AND NOT EOFFILE
                  DISPLAY 'JOBDIR - FILE1 READ ERROR, STATUS '
                          FILE1STATUS
                  SET EOFFILE TO TRUE
               END-IF
            END-IF.
            PERFORM UNTIL EOFFILE OR SUBFILE-FULL
               IF WS-FLTSYS = SPACES OR SYSNAM OF RECFILE = WS-FLTSYS
                  PERFORM DIRRECORD
               END-IF
               IF NOT SUBFILE-FULL
                  READ FILE1 NEXT RECORD
                      AT END SET EOFFILE TO TRUE
                  END-READ
            IF WS-CURJOBID NOT = SPACES AND NOT SUBFILE-FULL
               PERFORM WRITEDIR
            END-IF.
      *****************************************************************
      *    JOBLOGF is keyed JOBID, SYSNAM, SEQ, so one job's records *
      *    from one system are together and a line breaks on either. *
      *****************************************************************
       DIRRECORD.
            IF WS-CURJOBID = SPACES
               MOVE JOBID OF RECFILE TO WS-CURJOBID
               MOVE SYSNAM OF RECFILE TO WS-CURSYS
            ELSE
               IF JOBID OF RECFILE NOT = WS-CURJOBID
                  OR SYSNAM OF RECFILE NOT = WS-CURSYS
                  PERFORM WRITEDIR
                  MOVE JOBID OF RECFILE TO WS-CURJOBID
                  MOVE SYSNAM OF RECFILE TO WS-CURSYS
               END-IF
            END-IF.
            IF NOT SUBFILE-FULL
               ADD 1 TO WS-MSGCNT
               IF WS-MSGCNT = 1
                  MOVE MSGDATE OF RECFILE TO WS-FRDATE
                  MOVE MSGHORA OF RECFILE TO WS-FRHORA
                  MOVE MSGDATE OF RECFILE TO WS-TODATE
                  MOVE MSGHORA OF RECFILE TO WS-TOHORA
               ELSE
                  IF MSGDATE OF RECFILE < WS-FRDATE
                     OR (MSGDATE OF RECFILE = WS-FRDATE
                         AND MSGHORA OF RECFILE < WS-FRHORA)
                     MOVE MSGDATE OF RECFILE TO WS-FRDATE
                     MOVE MSGHORA OF RECFILE TO WS-FRHORA
                  END-IF
                  IF MSGDATE OF RECFILE > WS-TODATE
                     OR (MSGDATE OF RECFILE = WS-TODATE
                         AND MSGHORA OF RECFILE > WS-TOHORA)
                     MOVE MSGDATE OF RECFILE TO WS-TODATE
                     MOVE MSGHORA OF RECFILE TO WS-TOHORA
                  END-IF
               END-IF
            END-IF.
       WRITEDIR.
            SET NOT-EXTR-IN-PROG TO TRUE.
            PERFORM VARYING WS-XIDX FROM 1 BY 1
                UNTIL WS-XIDX > WS-XPRG-CNT OR EXTR-IN-PROG
               IF XPRG-TAB-JOBID (WS-XIDX) = WS-CURJOBID
                  AND XPRG-TAB-SYSNAM (WS-XIDX) = WS-CURSYS
                  SET EXTR-IN-PROG TO TRUE
               END-IF
            END-PERFORM.
            END-IF.
            MOVE SPACES TO OPT OF RSFL-I.
            MOVE WS-CURJOBID TO JOBID OF RSFL-I.
            MOVE WS-CURSYS   TO SYSNAM OF RSFL-I.
            MOVE WS-FRDATE   TO FRDATE OF RSFL-I.
            MOVE WS-FRHORA   TO FRHORA OF RSFL-I.
            MOVE WS-TODATE   TO TODATE OF RSFL-I.
              SET END-SUBFILE TO TRUE
            END-IF.
            PERFORM READSFL UNTIL END-SUBFILE.
            IF NOT END-PROGRAM
               AND FLTSYS OF RSFLCTL-I NOT = WS-FLTSYS
               MOVE FLTSYS OF RSFLCTL-I TO WS-FLTSYS
               MOVE WS-FLTSYS TO FLTSYS OF RSFLCTL-O
               PERFORM LOADLIST
            END-IF.
            IF WS-RNG-CNT > 0
               CALL 'RECONRPT' USING WS-RNGFROM
                                     WS-RNGTO
                                     WS-FLTSYS
               MOVE 'RECONRPT PRINTED FOR SELECTED RANGE'
                    TO DIRMSG OF RSFLCTL-O
               MOVE ZEROES TO WS-RNG-CNT
                    REWRITE SUBFILE RECSFLCTL FROM RSFL-O FORMAT 'RSFL'
                     INDICATORS ARE WS-INDICATORS
                    MOVE JOBID OF RSFL-I TO WS-SELJOBID
                    MOVE SYSNAM OF RSFL-I TO WS-SELSYS
                    CALL 'MSFL' USING WS-SELJOBID
                                      WS-SELSYS
                   ELSE
                    IF OPT OF RSFL-I = 'R'
                     MOVE SPACES TO OPT OF RSFL-I
