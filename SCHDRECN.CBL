      *                           JLXCTL's attempt stamps distinguish
      *                           NEVER EXTRACTED from EXTRACTED,
      *                           ABSENT on the MISSING lines.
      *                 Oct2026 - each MISSING job is also written to
      *                           EVENTF as a MISSING event for
      *                           EVTSEND to deliver to the enterprise
      *                           monitoring console - once per job
      *                           and night, so a rerun of the
      *                           reconciliation does not raise the
      *                           same missing job twice.
      *                 Oct2026 - second parameter PSYSNAM reconciles
      *                           one system (blank = all).  A job
      *                           expected on one system (EXPSCHD
      *                           SYSNAM) that ran only on another is
      *                           listed as RAN ELSEWHERE - a DR run -
      *                           and not as MISSING; MISSING events
      *                           carry the expected system, and one
      *                           already sent is only recognised for
      *                           the same system.
      *
      * @
      * SCHDRECN takes the night's date (PRUNDATE, CYYMMDD), loads the
      * was stamped D for the night - if not, the job may well have
      * run and simply never been extracted, which is a different
      * 03:00 phone call than a job that never started.
      *
      * PSYSNAM limits the run to one system: EXPSCHD entries expected
      * on another system are skipped, and an entry expected on any
      * system (SYSNAM blank) is taken as expected on PSYSNAM.  A
      * summary row counts for an entry only if it ran on the entry's
      * system; blank on either side matches, since rows collected
      * before systems were recorded carry no SYSNAM.  A row from any
      * other system marks the entry RAN ELSEWHERE instead.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                   FILE STATUS IS FILE1STATUS.
           SELECT CTLFILE ASSIGN TO DISK-JLXCTL
                   FILE STATUS IS CTLSTATUS.
           SELECT EVENTF ASSIGN TO DISK-EVENTF
                   FILE STATUS IS EVTSTATUS.
           SELECT RPTFILE ASSIGN TO PRINTER-QPRINT.
       DATA DIVISION.
       FILE SECTION.
         01 CTLREC.
               COPY DDS-ALL-FORMATS OF JLXCTL.
         88 EOFCTL                      VALUE B"1".
        FD EVENTF
             LABEL RECORDS ARE STANDARD.
         01 EVTREC.
               COPY DDS-ALL-FORMATS OF EVENTF.
        FD RPTFILE
             LABEL RECORDS ARE STANDARD.
         01 RPTREC.
           88 FILE1-OK                  VALUE "00".
       01   CTLSTATUS                     PIC XX.
           88 CTL-OK                    VALUE "00".
       01   EVTSTATUS                     PIC XX.
           88 EVT-OK                    VALUE "00".
       01   WS-EVT-EOF                    PIC 1       VALUE B"0".
           88 EVT-EOF                   VALUE B"1".
           88 NOT-EVT-EOF               VALUE B"0".
       01   WS-EVT-OPEN                   PIC 1       VALUE B"0".
           88 EVT-OPEN                  VALUE B"1".
           88 NOT-EVT-OPEN              VALUE B"0".
       01   WS-EVT-STAMP                  PIC X(16)   VALUE SPACES.
       01   WS-EVT-YMD                    PIC 9(08)   VALUE ZEROES.
       01   WS-PARM-OK                    PIC 1       VALUE B"0".
           88 PARM-OK                   VALUE B"1".
           88 NOT-PARM-OK               VALUE B"0".
       01   WS-TOTMISS                    PIC 9(05)   VALUE ZEROES.
       01   WS-TOTWIND                    PIC 9(05)   VALUE ZEROES.
       01   WS-TOTNCMP                    PIC 9(05)   VALUE ZEROES.
       01   WS-TOTELSE                    PIC 9(05)   VALUE ZEROES.
       01   WS-FLTSYS                     PIC X(08)   VALUE SPACES.
       01   WS-LCLSYS                     PIC X(08)   VALUE SPACES.
       01   WS-CHKSYS                     PIC X(08)   VALUE SPACES.
       01   WS-SYS-MATCH                  PIC 1       VALUE B"0".
           88 SYS-MATCH                 VALUE B"1".
           88 NOT-SYS-MATCH             VALUE B"0".
       01   SCHD-TABLE.
         05 SCHD-TAB-ENTRY OCCURS 1 TO 500 TIMES
              DEPENDING ON WS-SCHD-CNT.
            10 SCHD-TAB-ACTHORA          PIC 9(06).
            10 SCHD-TAB-ENDFLG           PIC X(01).
            10 SCHD-TAB-EXTSTS           PIC X(01).
            10 SCHD-TAB-EVTSENT          PIC X(01).
            10 SCHD-TAB-SYSNAM           PIC X(08).
            10 SCHD-TAB-RUNSYS           PIC X(08).
            10 SCHD-TAB-ELSESYS          PIC X(08).
       LINKAGE SECTION.
        01 PRUNDATE  PIC X(07).
        01 PSYSNAM   PIC X(08).
       PROCEDURE DIVISION USING PRUNDATE PSYSNAM.
       MAINPROC.
            PERFORM 0100-EDIT-PARM.
            IF NOT PARM-OK
            PERFORM 4000-PRINT-MISSING.
            PERFORM 5000-PRINT-WINDOW.
            PERFORM 6000-PRINT-NOCOMP.
            PERFORM 7000-PRINT-ELSEWHERE.
            MOVE WS-TOTEXP  TO TOTEXP OF TOTALS-O.
            MOVE WS-TOTMISS TO TOTMISS OF TOTALS-O.
            MOVE WS-TOTWIND TO TOTWIND OF TOTALS-O.
            MOVE WS-TOTNCMP TO TOTNCMP OF TOTALS-O.
            MOVE WS-TOTELSE TO TOTELSE OF TOTALS-O.
            WRITE RPTREC FROM TOTALS-O FORMAT 'TOTALS'.
            IF SCHD-TAB-FULL
               DISPLAY 'SCHDRECN - MORE THAN 500 EXPSCHD ENTRIES, '
            IF WS-DOW = ZEROES
               MOVE 7 TO WS-DOW
            END-IF.
            MOVE PSYSNAM TO WS-FLTSYS.
            CALL 'JLSYSNM' USING WS-LCLSYS.
            OPEN INPUT FILE1.
            OPEN OUTPUT RPTFILE.
            WRITE RPTREC FORMAT 'HDR'.
            MOVE WS-RUNDATE TO RUNDATE OF HDR2-O.
            MOVE WS-DAYNAME (WS-DOW) TO DOWNAM OF HDR2-O.
            IF WS-FLTSYS = SPACES
               MOVE '*ALL' TO SELSYS OF HDR2-O
            ELSE
               MOVE WS-FLTSYS TO SELSYS OF HDR2-O
            END-IF.
            WRITE RPTREC FROM HDR2-O FORMAT 'HDR2'.
            PERFORM 1100-LOAD-SCHEDULE.
            MOVE WS-SCHD-CNT TO WS-TOTEXP.
            END-READ.
            PERFORM UNTIL EOFSCHD OR SCHD-TAB-FULL
               IF RUNDAYS OF SCHDREC (WS-DOW:1) = 'Y'
                  AND (WS-FLTSYS = SPACES
                       OR SYSNAM OF SCHDREC = SPACES
                       OR SYSNAM OF SCHDREC = WS-FLTSYS)
                  IF WS-SCHD-CNT < 500
                     ADD 1 TO WS-SCHD-CNT
                     MOVE JOBNAM OF SCHDREC
                          TO SCHD-TAB-ENDFLG (WS-SCHD-CNT)
                     MOVE 'N'
                          TO SCHD-TAB-EXTSTS (WS-SCHD-CNT)
                     MOVE 'N'
                          TO SCHD-TAB-EVTSENT (WS-SCHD-CNT)
                     IF SYSNAM OF SCHDREC = SPACES
                        MOVE WS-FLTSYS
                             TO SCHD-TAB-SYSNAM (WS-SCHD-CNT)
                     ELSE
                        MOVE SYSNAM OF SCHDREC
                             TO SCHD-TAB-SYSNAM (WS-SCHD-CNT)
                     END-IF
                     MOVE SPACES
                          TO SCHD-TAB-RUNSYS (WS-SCHD-CNT)
                             SCHD-TAB-ELSESYS (WS-SCHD-CNT)
                  ELSE
                     SET SCHD-TAB-FULL TO TRUE
                  END-IF
      *    to the run date claims its expected-name entry; when the  *
      *    same name ran more than once that night the EARLIEST      *
      *    start is kept - that is the scheduled run, a rerun later  *
      *    in the night should not hide a late start.  A row from    *
      *    a system other than the entry's only notes where the job  *
      *    ran instead.                                              *
      *****************************************************************
       2000-SCAN-SUMMARY.
            IF STRDATE OF RECFILE = WS-RUNDATE
               MOVE JOBID OF RECFILE (17:10) TO WS-JOBNAM
               MOVE SYSNAM OF RECFILE TO WS-CHKSYS
               PERFORM VARYING WS-SIDX FROM 1 BY 1
                   UNTIL WS-SIDX > WS-SCHD-CNT
                  IF SCHD-TAB-JOBNAM (WS-SIDX) = WS-JOBNAM
                     PERFORM 2050-MATCH-SYSTEM
                  END-IF
                  IF SCHD-TAB-JOBNAM (WS-SIDX) = WS-JOBNAM
                     AND NOT-SYS-MATCH
                     AND SCHD-TAB-ELSESYS (WS-SIDX) = SPACES
                     MOVE WS-CHKSYS TO SCHD-TAB-ELSESYS (WS-SIDX)
                  END-IF
                  IF SCHD-TAB-JOBNAM (WS-SIDX) = WS-JOBNAM
                     AND SYS-MATCH
                     IF SCHD-TAB-FOUND (WS-SIDX) = IND-OFF
                        OR STRHORA OF RECFILE
                           < SCHD-TAB-ACTHORA (WS-SIDX)
                             TO SCHD-TAB-ACTHORA (WS-SIDX)
                        MOVE ENDFLG OF RECFILE
                             TO SCHD-TAB-ENDFLG (WS-SIDX)
                        MOVE WS-CHKSYS
                             TO SCHD-TAB-RUNSYS (WS-SIDX)
                     END-IF
                  END-IF
               END-PERFORM
               SET EOFFILE TO TRUE
            END-IF.
      *****************************************************************
      *    WS-CHKSYS (the system a row ran on) counts for entry      *
      *    WS-SIDX when the entry is expected on any system, when    *
      *    the two agree, or when the row predates SYSNAM.           *
      *****************************************************************
       2050-MATCH-SYSTEM.
            IF SCHD-TAB-SYSNAM (WS-SIDX) = SPACES
               OR WS-CHKSYS = SPACES
               OR WS-CHKSYS = SCHD-TAB-SYSNAM (WS-SIDX)
               SET SYS-MATCH TO TRUE
            ELSE
               SET NOT-SYS-MATCH TO TRUE
            END-IF.
      *****************************************************************
      *    JLDRIVER stamps every attempt in JLXCTL, so a missing     *
      *    name whose JLXCTL entry carries STS D for the night was   *
      *    extracted and is genuinely absent from JOBSUMF; anything  *
      *    stamped on or after the run date count - an overnight     *
      *    attempt is often stamped just after midnight, but last    *
      *    night's D for the same job name must not make tonight's   *
      *    never-extracted job read as EXTRACTED, ABSENT.  A blank   *
      *    JLXCTL SYSNAM is this system.                             *
      *****************************************************************
       3000-CHECK-EXTRACTS.
            OPEN INPUT CTLFILE.
               END-READ
            END-IF.
            PERFORM UNTIL EOFCTL
               IF SYSNAM OF CTLREC = SPACES
                  MOVE WS-LCLSYS TO WS-CHKSYS
               ELSE
                  MOVE SYSNAM OF CTLREC TO WS-CHKSYS
               END-IF
               PERFORM VARYING WS-SIDX FROM 1 BY 1
                   UNTIL WS-SIDX > WS-SCHD-CNT
                  IF SCHD-TAB-FOUND (WS-SIDX) = IND-OFF
                         = JOBNAM OF CTLREC
                     AND STS OF CTLREC = 'D'
                     AND RUNDATE OF CTLREC NOT < WS-RUNDATE
                     PERFORM 2050-MATCH-SYSTEM
                     IF SYS-MATCH
                        MOVE 'D' TO SCHD-TAB-EXTSTS (WS-SIDX)
                     END-IF
                  END-IF
               END-PERFORM
               READ CTLFILE
            END-PERFORM.
            CLOSE CTLFILE.
       4000-PRINT-MISSING.
            PERFORM 4050-CHECK-EVENTS.
            OPEN EXTEND EVENTF.
            IF EVT-OK
               SET EVT-OPEN TO TRUE
            ELSE
               DISPLAY 'SCHDRECN - EVENTF OPEN ERROR, STATUS '
                       EVTSTATUS
            END-IF.
            MOVE 'MISSING - DID NOT RUN' TO SECTTL OF SECHDR-O.
            WRITE RPTREC FROM SECHDR-O FORMAT 'SECHDR'.
            WRITE RPTREC FORMAT 'COLHDR'.
            PERFORM VARYING WS-SIDX FROM 1 BY 1
                UNTIL WS-SIDX > WS-SCHD-CNT
               IF SCHD-TAB-FOUND (WS-SIDX) = IND-OFF
                  AND SCHD-TAB-ELSESYS (WS-SIDX) = SPACES
                  MOVE SCHD-TAB-JOBNAM (WS-SIDX)
                       TO JOBNAM OF DETAIL-O
                  MOVE SCHD-TAB-SYSNAM (WS-SIDX)
                       TO SYSNAM OF DETAIL-O
                  MOVE ZEROES TO ACTHORA OF DETAIL-O
                  MOVE SCHD-TAB-ERLY (WS-SIDX)
                       TO ERLYHORA OF DETAIL-O
                  END-IF
                  WRITE RPTREC FROM DETAIL-O FORMAT 'DETAIL'
                  ADD 1 TO WS-TOTMISS
                  IF EVT-OPEN AND SCHD-TAB-EVTSENT (WS-SIDX) = 'N'
                     PERFORM 4100-WRITE-EVENT
                  END-IF
               END-IF
            END-PERFORM.
            IF EVT-OPEN
               CLOSE EVENTF
            END-IF.
      *****************************************************************
      *    A MISSING event already on EVENTF for the name, system    *
      *    and night (an earlier run of this reconciliation) is not  *
      *    written again.  The event carries the schedule entry's    *
      *    SYSNAM as it stands, so the two are compared as stored.   *
      *****************************************************************
       4050-CHECK-EVENTS.
            OPEN INPUT EVENTF.
            IF NOT EVT-OK
               DISPLAY 'SCHDRECN - EVENTF OPEN ERROR, STATUS '
                       EVTSTATUS
            ELSE
               SET NOT-EVT-EOF TO TRUE
               PERFORM UNTIL EVT-EOF
                  READ EVENTF
                      AT END SET EVT-EOF TO TRUE
                  END-READ
                  IF NOT EVT-OK AND NOT EVT-EOF
                     DISPLAY 'SCHDRECN - EVENTF READ ERROR, STATUS '
                             EVTSTATUS
                     SET EVT-EOF TO TRUE
                  END-IF
                  IF NOT EVT-EOF
                     AND EVTTYP OF EVTREC = 'MISSING'
                     AND RUNDATE OF EVTREC = WS-RUNDATE
                     PERFORM VARYING WS-SIDX FROM 1 BY 1
                         UNTIL WS-SIDX > WS-SCHD-CNT
                        IF SCHD-TAB-JOBNAM (WS-SIDX)
                           = JOBNAM OF EVTREC
                           AND SCHD-TAB-SYSNAM (WS-SIDX)
                           = SYSNAM OF EVTREC
                           MOVE 'Y' TO SCHD-TAB-EVTSENT (WS-SIDX)
                        END-IF
                     END-PERFORM
                  END-IF
               END-PERFORM
               CLOSE EVENTF
            END-IF.
       4100-WRITE-EVENT.
            MOVE FUNCTION CURRENT-DATE (1:16) TO WS-EVT-STAMP.
            MOVE WS-EVT-STAMP (1:8)  TO WS-EVT-YMD.
            COMPUTE EVTDATE OF EVTREC = WS-EVT-YMD - 19000000.
            MOVE WS-EVT-STAMP (9:6)  TO EVTHORA OF EVTREC.
            MOVE WS-EVT-STAMP (15:2) TO EVTHSEC OF EVTREC.
            MOVE 'SCHDRECN'          TO EVTSRC OF EVTREC.
            MOVE 'MISSING'           TO EVTTYP OF EVTREC.
            MOVE SPACES              TO JOBID OF EVTREC.
            MOVE SCHD-TAB-JOBNAM (WS-SIDX) TO JOBNAM OF EVTREC.
            MOVE SCHD-TAB-SYSNAM (WS-SIDX) TO SYSNAM OF EVTREC.
            MOVE WS-RUNDATE          TO RUNDATE OF EVTREC.
            MOVE ZEROES              TO SEQ OF EVTREC
                                        MSGSEV OF EVTREC
                                        MSGCNT OF EVTREC.
            MOVE SPACES              TO MSGID OF EVTREC
                                        EVTUSR OF EVTREC.
            MOVE 'MISSING'           TO OUTCOME OF EVTREC.
            MOVE NOTE OF DETAIL-O    TO EVTTXT OF EVTREC.
            MOVE SPACES              TO SNDSTS OF EVTREC.
            MOVE ZEROES              TO RTYCNT OF EVTREC
                                        SNDDATE OF EVTREC
                                        SNDHORA OF EVTREC.
            WRITE EVTREC.
            IF NOT EVT-OK
               DISPLAY 'SCHDRECN - EVENTF WRITE ERROR, STATUS '
                       EVTSTATUS
            END-IF.
            MOVE 'Y' TO SCHD-TAB-EVTSENT (WS-SIDX).
       5000-PRINT-WINDOW.
            MOVE 'STARTED OUTSIDE WINDOW' TO SECTTL OF SECHDR-O.
            WRITE RPTREC FROM SECHDR-O FORMAT 'SECHDR'.
            MOVE SCHD-TAB-ACTHORA (WS-SIDX) TO ACTHORA OF DETAIL-O.
            MOVE SCHD-TAB-ERLY (WS-SIDX)    TO ERLYHORA OF DETAIL-O.
            MOVE SCHD-TAB-LATE (WS-SIDX)    TO LATEHORA OF DETAIL-O.
            MOVE SCHD-TAB-RUNSYS (WS-SIDX)  TO SYSNAM OF DETAIL-O.
            WRITE RPTREC FROM DETAIL-O FORMAT 'DETAIL'.
            ADD 1 TO WS-TOTWIND.
       6000-PRINT-NOCOMP.
                       TO ERLYHORA OF DETAIL-O
                  MOVE SCHD-TAB-LATE (WS-SIDX)
                       TO LATEHORA OF DETAIL-O
                  MOVE SCHD-TAB-RUNSYS (WS-SIDX)
                       TO SYSNAM OF DETAIL-O
                  MOVE 'NO COMPLETION' TO NOTE OF DETAIL-O
                  WRITE RPTREC FROM DETAIL-O FORMAT 'DETAIL'
                  ADD 1 TO WS-TOTNCMP
               END-IF
            END-PERFORM.
      *****************************************************************
      *    Expected jobs with no run on their own system but a run   *
      *    on another that night - the system column is where it     *
      *    ran.  These are not counted or raised as MISSING.         *
      *****************************************************************
       7000-PRINT-ELSEWHERE.
            MOVE 'RAN ON ANOTHER SYSTEM' TO SECTTL OF SECHDR-O.
            WRITE RPTREC FROM SECHDR-O FORMAT 'SECHDR'.
            WRITE RPTREC FORMAT 'COLHDR'.
            PERFORM VARYING WS-SIDX FROM 1 BY 1
                UNTIL WS-SIDX > WS-SCHD-CNT
               IF SCHD-TAB-FOUND (WS-SIDX) = IND-OFF
                  AND SCHD-TAB-ELSESYS (WS-SIDX) NOT = SPACES
                  MOVE SCHD-TAB-JOBNAM (WS-SIDX)
                       TO JOBNAM OF DETAIL-O
                  MOVE ZEROES TO ACTHORA OF DETAIL-O
                  MOVE SCHD-TAB-ERLY (WS-SIDX)
                       TO ERLYHORA OF DETAIL-O
                  MOVE SCHD-TAB-LATE (WS-SIDX)
                       TO LATEHORA OF DETAIL-O
                  MOVE SCHD-TAB-ELSESYS (WS-SIDX)
                       TO SYSNAM OF DETAIL-O
                  MOVE 'RAN ELSEWHERE' TO NOTE OF DETAIL-O
                  WRITE RPTREC FROM DETAIL-O FORMAT 'DETAIL'
                  ADD 1 TO WS-TOTELSE
               END-IF
            END-PERFORM.
       9000-TERMINATE.
            CLOSE FILE1
                  RPTFILE.
