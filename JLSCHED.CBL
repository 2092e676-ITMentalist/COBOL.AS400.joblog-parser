      *                           marker - in place for good.  It
      *                           goes into tonight's generation and
      *                           the re-extract makes the log whole.
      *                 Oct2026 - new parameter PSYSNAM.  Blank lists
      *                           this system's spool as before; a
      *                           partition name lists that
      *                           partition's QPJOBLOG files over the
      *                           JLDDM DDM file JLEXTRCT pulls the
      *                           logs through, and its JLXCTL
      *                           entries carry the partition in
      *                           SYSNAM for JLDRIVER.  The already
      *                           extracted, in-progress and already
      *                           scheduled checks only look at the
      *                           system being listed.
      *
      * @
      * JLSCHED runs before JLDRIVER each night.  The spooled-file
      * at 1/11/21/27 of each entry).  If the API layout ever moves,
      * WS-HDR and WS-ENT below must be recalibrated - the same
      * warning JLEXTRCT carries for its DSPJOBLOG print columns.
      *
      * A remote partition (PSYSNAM not blank) cannot be reached with
      * QUSLSPL, so the DDM target job on that partition runs
      * WRKSPLF SELECT(*ALL) OUTPUT(*PRINT) and copies its own
      * QPRTSPLF listing into JLCOLLECT/JLXWORK; both SBMRMTCMDs run
      * in the same target job, which is why CPYSPLF can name JOB(*).
      * The listing comes back with CPYF through JLDDM/sysname, set up
      * as described in JLEXTRCT, and is read a line at a time.  The
      * user profile on the far side needs *SPLCTL to list every
      * user's spooled files.  WS-COL-SPL* below are this shop's
      * WRKSPLF print columns and must be recalibrated with it.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                   RECORD KEY IS JOBID OF RECFILE2 WITH DUPLICATES
                   FILE STATUS IS FILE2STATUS.
           SELECT STSF ASSIGN TO DISK-JLXSTSF.
           SELECT JLXWORK ASSIGN TO DISK-JLXWORK.
       DATA DIVISION.
       FILE SECTION.
        FD CTLFILE
         01 STSREC.
               COPY DDS-ALL-FORMATS OF JLXSTSF.
         88 EOFSTS                      VALUE B"1".
        FD JLXWORK
             LABEL RECORDS ARE STANDARD.
         01 JLXREC.
               COPY DDS-ALL-FORMATS OF JLXWORK.
         88 EOFWORK                     VALUE B"1".
       WORKING-STORAGE SECTION.
       77   IND-OFF                       PIC 1       VALUE B"0".
       77   IND-ON                        PIC 1       VALUE B"1".
       77   DDM-LIB                       PIC X(10)   VALUE 'JLDDM'.
       77   RMT-LIB                       PIC X(10)   VALUE 'JLCOLLECT'.
       01   CTLSTATUS                     PIC XX.
           88 CTL-OK                    VALUE "00".
       01   FILE2STATUS                   PIC XX.
         05  WS-ENT-SPLFNAM               PIC X(10).
         05  FILLER                       PIC X(24).
       01   WS-EIDX                       PIC 9(9)    COMP-4 VALUE 0.
       01   WS-COL-SPLFNAM                PIC 9(3)    VALUE 002.
       01   WS-COL-SPLUSR                 PIC 9(3)    VALUE 013.
       01   WS-COL-SPLJOB                 PIC 9(3)    VALUE 091.
       01   WS-COL-SPLNBR                 PIC 9(3)    VALUE 102.
       01   WS-RMTSYS                     PIC X(08)   VALUE SPACES.
       01   WS-LCLSYS                     PIC X(08)   VALUE SPACES.
       01   WS-SCANSYS                    PIC X(08)   VALUE SPACES.
       01   WS-CHKSYS                     PIC X(08)   VALUE SPACES.
       01   WS-LOG-EOF                    PIC 1       VALUE B"0".
           88 LOG-EOF                   VALUE B"1".
           88 NOT-LOG-EOF               VALUE B"0".
       01   WS-JOBL-EOF                   PIC 1       VALUE B"0".
           88 JOBL-EOF                  VALUE B"1".
           88 NOT-JOBL-EOF              VALUE B"0".
       01   WS-JOBID.
         05  WS-JOBNBR                    PIC X(06).
         05  WS-JOBUSR                    PIC X(10).
         05 XPRG-TAB-ENTRY OCCURS 1 TO 500 TIMES
              DEPENDING ON WS-XPRG-CNT.
            10 XPRG-TAB-JOBID            PIC X(26).
            10 XPRG-TAB-SYSNAM           PIC X(08).
       01   WS-SCHD-CNT                   PIC 9(04)   VALUE ZEROES.
       01   WS-SIDX                       PIC 9(04)   VALUE ZEROES.
       01   WS-TAB-FULL                   PIC 1       VALUE B"0".
       01   WS-CNT-ADDED                  PIC 9(05)   VALUE ZEROES.
       01   WS-CNT-EXTR                   PIC 9(05)   VALUE ZEROES.
       01   WS-CNT-DUP                    PIC 9(05)   VALUE ZEROES.
       LINKAGE SECTION.
        01 PSYSNAM   PIC X(08).
       PROCEDURE DIVISION USING PSYSNAM.
       MAINPROC.
            PERFORM 1000-INITIALIZE.
            PERFORM 2000-ROLLOVER.
            IF WS-RMTSYS = SPACES
               PERFORM 3000-LIST-SPOOL
            ELSE
               PERFORM 3500-LIST-REMOTE
            END-IF.
            OPEN EXTEND CTLFILE.
            IF NOT CTL-OK
               DISPLAY 'JLSCHED - JLXCTL OPEN ERROR, STATUS '
                       CTLSTATUS
            ELSE
               IF WS-RMTSYS = SPACES
                  PERFORM 4000-PROCESS-ENTRY
                      VARYING WS-EIDX FROM 1 BY 1
                      UNTIL WS-EIDX > WS-HDR-LSTCNT
               ELSE
                  PERFORM 4500-PROCESS-LINE UNTIL LOG-EOF
                  CLOSE JLXWORK
               END-IF
               CLOSE CTLFILE
            END-IF.
            PERFORM 9000-TERMINATE.
      *    the previous generation (tonight's, when JLSCHED is       *
      *    rerun), and every entry already stamped with tonight's    *
      *    date goes into the duplicate table so a rerun adds        *
      *    nothing twice - only the system being listed, since the   *
      *    same job number can turn up on another partition.  A      *
      *    blank SYSNAM is this system.                              *
      *****************************************************************
       1000-INITIALIZE.
            MOVE FUNCTION CURRENT-DATE (1:8) TO WS-NOW-YMD.
            COMPUTE WS-TONIGHT = WS-NOW-YMD - 19000000.
            MOVE PSYSNAM TO WS-RMTSYS.
            CALL 'JLSYSNM' USING WS-LCLSYS.
            IF WS-RMTSYS = SPACES
               MOVE WS-LCLSYS TO WS-SCANSYS
            ELSE
               MOVE WS-RMTSYS TO WS-SCANSYS
            END-IF.
            PERFORM 1500-LOAD-MARKERS.
            OPEN INPUT FILE2.
            OPEN INPUT CTLFILE.
               IF GENDATE OF CTLREC > WS-MAXGEN
                  MOVE GENDATE OF CTLREC TO WS-MAXGEN
               END-IF
               MOVE SYSNAM OF CTLREC TO WS-CHKSYS
               IF WS-CHKSYS = SPACES
                  MOVE WS-LCLSYS TO WS-CHKSYS
               END-IF
               IF GENDATE OF CTLREC = WS-TONIGHT
                  AND WS-CHKSYS = WS-SCANSYS
                  IF WS-SCHD-CNT < 9999
                     ADD 1 TO WS-SCHD-CNT
                     MOVE JOBNBR OF CTLREC TO WS-JOBNBR
                  ADD 1 TO WS-XPRG-CNT
                  MOVE JOBID OF STSREC
                       TO XPRG-TAB-JOBID (WS-XPRG-CNT)
                  MOVE SYSNAM OF STSREC
                       TO XPRG-TAB-SYSNAM (WS-XPRG-CNT)
                  IF SYSNAM OF STSREC = SPACES
                     MOVE WS-LCLSYS
                          TO XPRG-TAB-SYSNAM (WS-XPRG-CNT)
                  END-IF
               END-IF
               READ STSF
                   AT END SET EOFSTS TO TRUE
                                  WS-RTVSTART
                                  WS-RTVLEN
                                  WS-HDR.
      *****************************************************************
      *    Remote partition: the DDM target job lists the spool to   *
      *    print, copies the listing into JLCOLLECT/JLXWORK, and the *
      *    lines come back into QTEMP/JLXWORK.  A failure escapes    *
      *    out of QCMDEXC before JLXCTL has been opened for output.  *
      *****************************************************************
       3500-LIST-REMOTE.
            MOVE SPACES TO WS-CMD.
            STRING 'SBMRMTCMD CMD(''WRKSPLF SELECT(*ALL) '
                                     DELIMITED BY SIZE
                   'OUTPUT(*PRINT)'') DDMFILE('
                                     DELIMITED BY SIZE
                   DDM-LIB           DELIMITED BY SPACE
                   '/'               DELIMITED BY SIZE
                   WS-RMTSYS         DELIMITED BY SPACE
                   ')'               DELIMITED BY SIZE
                   INTO WS-CMD
            END-STRING.
            MOVE 200 TO WS-CMDLEN.
            CALL 'QCMDEXC' USING WS-CMD WS-CMDLEN.
            MOVE SPACES TO WS-CMD.
            STRING 'SBMRMTCMD CMD(''CPYSPLF FILE(QPRTSPLF) TOFILE('
                                     DELIMITED BY SIZE
                   RMT-LIB           DELIMITED BY SPACE
                   '/JLXWORK) JOB(*) SPLNBR(*LAST) MBROPT(*REPLACE) '
                                     DELIMITED BY SIZE
                   'CTLCHAR(*NONE)'') DDMFILE('
                                     DELIMITED BY SIZE
                   DDM-LIB           DELIMITED BY SPACE
                   '/'               DELIMITED BY SIZE
                   WS-RMTSYS         DELIMITED BY SPACE
                   ')'               DELIMITED BY SIZE
                   INTO WS-CMD
            END-STRING.
            MOVE 200 TO WS-CMDLEN.
            CALL 'QCMDEXC' USING WS-CMD WS-CMDLEN.
            MOVE SPACES TO WS-CMD.
            STRING 'CPYF FROMFILE('  DELIMITED BY SIZE
                   DDM-LIB           DELIMITED BY SPACE
                   '/'               DELIMITED BY SIZE
                   WS-RMTSYS         DELIMITED BY SPACE
                   ') TOFILE(QTEMP/JLXWORK) MBROPT(*REPLACE) '
                                     DELIMITED BY SIZE
                   'CRTFILE(*YES) FMTOPT(*NOCHK)'
                                     DELIMITED BY SIZE
                   INTO WS-CMD
            END-STRING.
            MOVE 200 TO WS-CMDLEN.
            CALL 'QCMDEXC' USING WS-CMD WS-CMDLEN.
            SET NOT-LOG-EOF TO TRUE.
            OPEN INPUT JLXWORK.
       4000-PROCESS-ENTRY.
            COMPUTE WS-RTVSTART = WS-HDR-LSTOFF
                    + (WS-EIDX - 1) * WS-HDR-ENTSIZ + 1.
               MOVE WS-ENT-JOBNBR TO WS-JOBNBR
               MOVE WS-ENT-JOBUSR TO WS-JOBUSR
               MOVE WS-ENT-JOBNAM TO WS-JOBNAM
               PERFORM 4050-SCHEDULE-JOB
            END-IF.
       4050-SCHEDULE-JOB.
            PERFORM 4100-CHECK-EXTRACTED.
            IF JOB-EXISTS
               ADD 1 TO WS-CNT-EXTR
            ELSE
               PERFORM 4200-CHECK-SCHEDULE
               IF ON-SCHEDULE
                  ADD 1 TO WS-CNT-DUP
               ELSE
                  PERFORM 4300-WRITE-ENTRY
               END-IF
            END-IF.
      *****************************************************************
      *    Extracted means JOBLOGF holds the job's log from the      *
      *    system being listed (blank SYSNAM: this system).          *
      *****************************************************************
       4100-CHECK-EXTRACTED.
            SET NOT-JOB-EXISTS TO TRUE.
            SET NOT-JOBL-EOF TO TRUE.
            MOVE WS-JOBID TO JOBID OF RECFILE2.
            START FILE2 KEY IS EQUAL TO JOBID OF RECFILE2
                INVALID KEY SET JOBL-EOF TO TRUE
            END-START.
            IF NOT FILE2-OK AND FILE2STATUS NOT = '23'
               DISPLAY 'JLSCHED - FILE2 START ERROR, STATUS '
                       FILE2STATUS
            END-IF.
            IF NOT FILE2-OK
               SET JOBL-EOF TO TRUE
            END-IF.
            PERFORM UNTIL JOBL-EOF OR JOB-EXISTS
               READ FILE2 NEXT RECORD
                   AT END SET JOBL-EOF TO TRUE
               END-READ
               IF NOT FILE2-OK OR JOBID OF RECFILE2 NOT = WS-JOBID
                  SET JOBL-EOF TO TRUE
               END-IF
               IF NOT JOBL-EOF
                  MOVE SYSNAM OF RECFILE2 TO WS-CHKSYS
                  IF WS-CHKSYS = SPACES
                     MOVE WS-LCLSYS TO WS-CHKSYS
                  END-IF
                  IF WS-CHKSYS = WS-SCANSYS
                     SET JOB-EXISTS TO TRUE
                  END-IF
               END-IF
            END-PERFORM.
            IF JOB-EXISTS
               SET NOT-EXTR-IN-PROG TO TRUE
               PERFORM VARYING WS-XIDX FROM 1 BY 1
                   UNTIL WS-XIDX > WS-XPRG-CNT OR EXTR-IN-PROG
                  IF XPRG-TAB-JOBID (WS-XIDX) = WS-JOBID
                     AND XPRG-TAB-SYSNAM (WS-XIDX) = WS-SCANSYS
                     SET EXTR-IN-PROG TO TRUE
                  END-IF
               END-PERFORM
               IF EXTR-IN-PROG
                  DISPLAY 'JLSCHED - EXTRACT DIED MID-REPLACE FOR '
                          WS-JOBID ' ON ' WS-SCANSYS ', RESCHEDULED'
                  SET NOT-JOB-EXISTS TO TRUE
               END-IF
            END-IF.
            MOVE ZEROES     TO RUNDATE OF CTLREC
                                RUNHORA OF CTLREC.
            MOVE WS-TONIGHT TO GENDATE OF CTLREC.
            MOVE WS-RMTSYS  TO SYSNAM OF CTLREC.
            WRITE CTLREC.
            IF NOT CTL-OK
               DISPLAY 'JLSCHED - JLXCTL WRITE ERROR, STATUS '
                  SET SCHD-TAB-FULL TO TRUE
               END-IF
            END-IF.
      *****************************************************************
      *    One line of the remote WRKSPLF listing.  Heading, page    *
      *    and total lines fall out on the spooled file name and the *
      *    numeric job number.                                       *
      *****************************************************************
       4500-PROCESS-LINE.
            READ JLXWORK
                AT END SET LOG-EOF TO TRUE
            END-READ.
            IF NOT LOG-EOF
               AND JLXLINE (WS-COL-SPLFNAM:10) = 'QPJOBLOG'
               AND JLXLINE (WS-COL-SPLNBR:6) IS NUMERIC
               MOVE JLXLINE (WS-COL-SPLNBR:6)  TO WS-JOBNBR
               MOVE JLXLINE (WS-COL-SPLUSR:10) TO WS-JOBUSR
               MOVE JLXLINE (WS-COL-SPLJOB:10) TO WS-JOBNAM
               PERFORM 4050-SCHEDULE-JOB
            END-IF.
       9000-TERMINATE.
            CLOSE FILE2.
            IF SCHD-TAB-FULL
               DISPLAY 'JLSCHED - MORE THAN 9999 SCHEDULE ENTRIES, '
                       'DUPLICATE CHECK IS PARTIAL'
            END-IF.
            DISPLAY 'JLSCHED - ' WS-SCANSYS ' ADDED ' WS-CNT-ADDED
                    ' ALREADY EXTRACTED ' WS-CNT-EXTR
                    ' ALREADY SCHEDULED ' WS-CNT-DUP.
