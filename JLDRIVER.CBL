      *                           would otherwise be skipped as OLD
      *                           before the marker was ever looked
      *                           at, leaving the marker I forever.
      *                 Oct2026 - JLXCTL entries carry the SYSNAM of
      *                           the partition the job ran on; it is
      *                           passed to JLEXTRCT (blank extracts
      *                           here, a name pulls the job's log
      *                           from that partition) and, resolved
      *                           to this system's name when blank,
      *                           to WATCHSCN and PROBPKT so they
      *                           read only that partition's copy of
      *                           the job.  The in-progress marker
      *                           check matches on job and system.
      *
      * @
      * JLDRIVER reads JLXCTL front to back and calls JLEXTRCT in
       01   WS-PJOBUSER                   PIC X(10).
       01   WS-PJOBNBR                    PIC X(06).
       01   WS-PMODE                      PIC X(01)   VALUE 'R'.
       01   WS-PSYSNAM                    PIC X(08).
       01   WS-LCLSYS                     PIC X(08)   VALUE SPACES.
       01   WS-SCANSYS                    PIC X(08)   VALUE SPACES.
       01   WS-PKTMODE                    PIC X(01)   VALUE 'Y'.
       01   WS-SCANJOBID.
         05  WS-SCANJOBNBR                PIC X(06).
         05 XPRG-TAB-ENTRY OCCURS 1 TO 500 TIMES
              DEPENDING ON WS-XPRG-CNT.
            10 XPRG-TAB-JOBID            PIC X(26).
            10 XPRG-TAB-SYSNAM           PIC X(08).
       PROCEDURE DIVISION.
       MAINPROC.
            PERFORM 1000-INITIALIZE.
      *    and every entry processes, as it always did.              *
      *****************************************************************
       1000-INITIALIZE.
            CALL 'JLSYSNM' USING WS-LCLSYS.
            OPEN INPUT CTLFILE.
            IF NOT CTL-OK
               DISPLAY 'JLDRIVER - JLXCTL OPEN ERROR, STATUS ' CTLSTATUS
                  ADD 1 TO WS-XPRG-CNT
                  MOVE JOBID OF STSREC
                       TO XPRG-TAB-JOBID (WS-XPRG-CNT)
                  MOVE SYSNAM OF STSREC
                       TO XPRG-TAB-SYSNAM (WS-XPRG-CNT)
               END-IF
               READ STSF
                   AT END SET EOFSTS TO TRUE
               DISPLAY 'JLDRIVER - JLXCTL READ ERROR, STATUS ' CTLSTATUS
               SET EOFCTL TO TRUE
            END-IF.
      *****************************************************************
      *    A marker written before the system was carried has a      *
      *    blank SYSNAM and can only belong to a local entry.        *
      *****************************************************************
       2050-CHECK-MARKER.
            MOVE JOBNBR OF CTLREC TO WS-CHKJOBNBR.
            MOVE JOBUSR OF CTLREC TO WS-CHKJOBUSR.
            MOVE JOBNAM OF CTLREC TO WS-CHKJOBNAM.
            PERFORM 2060-RESOLVE-SYSTEM.
            SET NOT-EXTR-IN-PROG TO TRUE.
            PERFORM VARYING WS-XIDX FROM 1 BY 1
                UNTIL WS-XIDX > WS-XPRG-CNT OR EXTR-IN-PROG
               IF XPRG-TAB-JOBID (WS-XIDX) = WS-CHKJOBID
                  AND (XPRG-TAB-SYSNAM (WS-XIDX) = WS-SCANSYS
                       OR (XPRG-TAB-SYSNAM (WS-XIDX) = SPACES
                           AND SYSNAM OF CTLREC = SPACES))
                  SET EXTR-IN-PROG TO TRUE
               END-IF
            END-PERFORM.
      *****************************************************************
      *    The system JLEXTRCT stamps on the entry's records: the    *
      *    entry's own SYSNAM, or this system's name when blank.     *
      *****************************************************************
       2060-RESOLVE-SYSTEM.
            IF SYSNAM OF CTLREC = SPACES
               MOVE WS-LCLSYS TO WS-SCANSYS
            ELSE
               MOVE SYSNAM OF CTLREC TO WS-SCANSYS
            END-IF.
       2100-EXTRACT-ENTRY.
            MOVE JOBNAM OF CTLREC TO WS-PJOBNAME.
            MOVE JOBUSR OF CTLREC TO WS-PJOBUSER.
            MOVE JOBNBR OF CTLREC TO WS-PJOBNBR.
            MOVE SYSNAM OF CTLREC TO WS-PSYSNAM.
            PERFORM 2060-RESOLVE-SYSTEM.
            SET NOT-CALL-FAILED TO TRUE.
            CALL 'JLEXTRCT' USING WS-PJOBNAME
                                  WS-PJOBUSER
                                  WS-PJOBNBR
                                  WS-PMODE
                                  WS-PSYSNAM
                ON EXCEPTION
                   SET CALL-FAILED TO TRUE
            END-CALL.
               ADD 1 TO WS-CNT-FAIL
               DISPLAY 'JLDRIVER - EXTRACT FAILED FOR '
                       WS-PJOBNBR '/' WS-PJOBUSER '/' WS-PJOBNAME
                       ' ON ' WS-SCANSYS
            ELSE
               MOVE 'D' TO STS OF CTLREC
               ADD 1 TO WS-CNT-DONE
               MOVE WS-PJOBUSER TO WS-SCANJOBUSR
               MOVE WS-PJOBNAME TO WS-SCANJOBNAM
               CALL 'WATCHSCN' USING WS-SCANJOBID
                                     WS-SCANSYS
                   ON EXCEPTION
                      DISPLAY 'JLDRIVER - WATCHSCN CALL FAILED FOR '
                              WS-SCANJOBID
               END-CALL
               CALL 'PROBPKT' USING WS-SCANJOBID
                                    WS-PKTMODE
                                    WS-SCANSYS
                   ON EXCEPTION
                      DISPLAY 'JLDRIVER - PROBPKT CALL FAILED FOR '
                              WS-SCANJOBID
