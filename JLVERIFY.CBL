       IDENTIFICATION DIVISION.
       PROGRAM-ID. JLVERIFY.
      * @
      * devsoftprog.AS400.joblog-parser
      * Copyright (c) 2011,2012,2013 tigo
      * MIT License (MIT)
      * @
      * THE SOFTWARE IS PROVIDED "AS IS", WITHOUT WARRANTY OF ANY KIND, EXPRESS OR
      * IMPLIED, INCLUDING BUT NOT LIMITED TO THE WARRANTIES OF MERCHANTABILITY,
      * FITNESS FOR A PARTICULAR PURPOSE AND NONINFRINGEMENT. IN NO EVENT SHALL THE
      * AUTHORS OR COPYRIGHT HOLDERS BE LIABLE FOR ANY CLAIM, DAMAGES OR OTHER
      * LIABILITY, WHETHER IN AN ACTION OF CONTRACT, TORT OR OTHERWISE, ARISING FROM,
      * OUT OF OR IN CONNECTION WITH THE SOFTWARE OR THE USE OR OTHER DEALINGS IN
      * THE SOFTWARE.
      * @
      *         change log:
      *
      *                 Oct2026 - JLVERIFY written to cross-check the
      *                           repository files against each other
      *                           after an interrupted extract, a
      *                           restore or a purge that stopped
      *                           part way: JOBLOGF against JOBLOGFD,
      *                           JOBSUMF and JOBHIST against the
      *                           messages, stale JLXSTSF markers,
      *                           ALERTF records whose message is
      *                           gone, JLXCTL done entries with no
      *                           log, and jobs both live and in the
      *                           JOBLOGA archive.  Check mode only
      *                           reports; repair mode fixes what can
      *                           be fixed safely and lists each fix.
      *                 Oct2026 - A job is now JOBID and SYSNAM, the
      *                           system it ran on: the match-merge,
      *                           the summary, archive and history
      *                           checks, the orphan deletes and the
      *                           lookups all keep one system's copy
      *                           of a job apart from another's, and
      *                           each finding line shows the system.
      *                 Oct2026 - TEXT NO HDR and SUM NO JOB repairs run
      *                           after their scan, so in repair mode
      *                           the finding line now says TO DELETE
      *                           and the delete writes its own line
      *                           for the job, DELETED or REPAIR
      *                           FAILED, which is what counts as
      *                           fixed or failed; the listing no
      *                           longer shows DELETED for rows a
      *                           failed delete left on file, and a
      *                           failure is counted once.
      *
      * @
      * JLVERIFY takes one parameter, PREPAIR: N or blank runs the
      * checks and prints what it finds without changing anything;
      * Y also repairs, and the listing then doubles as the audit
      * trail of every change made.  The checks, and what repair does:
      *
      *   HDR NO TEXT   JOBLOGF header with no JOBLOGFD text row.
      *                 Reported only - the header is the message.
      *   TEXT NO HDR   JOBLOGFD text row with no JOBLOGF header.
      *                 Repair deletes the text rows.
      *   SUM MISMATCH  JOBSUMF MSGCNT/MAXSEV not what the job's
      *                 messages say.  Repair rebuilds the row.
      *   NO SUMMARY    job in JOBLOGF with no JOBSUMF row.  Repair
      *                 builds one.
      *   SUM NO JOB    JOBSUMF row with no JOBLOGF messages.  Repair
      *                 deletes it.
      *   NO JOBHIST    job with no JOBHIST run record.  Reported
      *                 only - JOBHIST is the trend baseline and is
      *                 only ever written by JLEXTRCT.
      *   MARKER AT I   JLXSTSF marker left at I (extract started and
      *                 never finished) for more than STALE-MINUTES.
      *                 Repair sets it to C; the job's log may be
      *                 incomplete and should be re-extracted.
      *   ALERT ORPHAN  ALERTF record whose JOBID/SEQ is in neither
      *                 JOBLOGF nor JOBLOGA.  ALERTF is a sequential
      *                 file with no delete, so repair acknowledges an
      *                 open orphan as JLVERIFY to stop it escalating.
      *   LIVE+ARCHIVE  job in both JOBLOGF and JOBLOGA.  Reported
      *                 only - JLRESTOR leaves the archive copy in
      *                 place, so this is normal after a restore.
      *   CTL NO LOG    JLXCTL entry marked D (done) whose job is in
      *                 neither JOBLOGF nor JOBLOGA.  Reported only.
      *
      * JOBLOGF and JOBLOGFD are matched in one pass in JOBID/SEQ
      * order.  Orphan text rows found on the way are collected into
      * a table and deleted after the pass, as JLPURGE does, so
      * nothing is deleted out from under the sequential read.  The
      * JOBSUMF rows with no job are deleted after their scan the
      * same way.  Their finding lines say TO DELETE; each delete
      * then writes a second line for the job under the same check
      * with the outcome, DELETED or REPAIR FAILED.  That line is
      * counted as a fix or a failure but not as a further finding.
      *
      * The files are keyed JOBID, SYSNAM, SEQ, so the same job
      * number collected from two partitions is two jobs here and
      * every check works on JOBID and SYSNAM together.  A JLXCTL
      * entry with a blank SYSNAM is this system's, and its log may
      * carry this system's name or, if extracted before SYSNAM was
      * kept, a blank one; either satisfies CTL NO LOG.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
         SOURCE-COMPUTER. IBM-AS400.
         OBJECT-COMPUTER. IBM-AS400.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FILE1 ASSIGN TO DISK-JOBLOGF
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS JOBID OF RECFILE WITH DUPLICATES
                   FILE STATUS IS FILE1STATUS.
           SELECT FILE2 ASSIGN TO DISK-JOBLOGFD
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS JOBID OF RECFILE2 WITH DUPLICATES
                   FILE STATUS IS FILE2STATUS.
           SELECT FILE3 ASSIGN TO DISK-JOBSUMF
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS JOBID OF RECFILE3 WITH DUPLICATES
                   FILE STATUS IS FILE3STATUS.
           SELECT FILE5 ASSIGN TO DISK-JOBHIST
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS JOBNAM OF RECFILE5 WITH DUPLICATES
                   FILE STATUS IS FILE5STATUS.
           SELECT FILE6 ASSIGN TO DISK-JLXSTSF
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS JOBID OF RECFILE6 WITH DUPLICATES
                   FILE STATUS IS FILE6STATUS.
           SELECT ARCF1 ASSIGN TO DISK-JOBLOGA
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS JOBID OF ARCREC1 WITH DUPLICATES
                   FILE STATUS IS ARC1STATUS.
           SELECT ALERTF ASSIGN TO DISK-ALERTF
                   FILE STATUS IS AFILESTATUS.
           SELECT CTLFILE ASSIGN TO DISK-JLXCTL
                   FILE STATUS IS CTLSTATUS.
           SELECT RPTFILE ASSIGN TO PRINTER-QPRINT.
       DATA DIVISION.
       FILE SECTION.
        FD FILE1.
         01 RECFILE.
               COPY DDS-ALL-FORMATS OF JOBLOGF.
        FD FILE2.
         01 RECFILE2.
               COPY DDS-ALL-FORMATS OF JOBLOGFD.
        FD FILE3.
         01 RECFILE3.
               COPY DDS-ALL-FORMATS OF JOBSUMF.
        FD FILE5.
         01 RECFILE5.
               COPY DDS-ALL-FORMATS OF JOBHIST.
        FD FILE6.
         01 RECFILE6.
               COPY DDS-ALL-FORMATS OF JLXSTSF.
        FD ARCF1
             LABEL RECORDS ARE STANDARD.
         01 ARCREC1.
               COPY DDS-ALL-FORMATS OF JOBLOGA.
        FD ALERTF
             LABEL RECORDS ARE STANDARD.
         01 ALERTREC.
               COPY DDS-ALL-FORMATS OF ALERTF.
        FD CTLFILE
             LABEL RECORDS ARE STANDARD.
         01 CTLREC.
               COPY DDS-ALL-FORMATS OF JLXCTL.
        FD RPTFILE
             LABEL RECORDS ARE STANDARD.
         01 RPTREC.
               COPY DDS-ALL-FORMATS OF JLVERIFY.
       WORKING-STORAGE SECTION.
       77   IND-OFF                       PIC 1       VALUE B"0".
       77   IND-ON                        PIC 1       VALUE B"1".
       77   STALE-MINUTES                 PIC 9(05)   VALUE 00120.
       77   ORPH-MAX                      PIC 9(04)   VALUE 9999.
       01   FILE1STATUS                   PIC XX.
           88 FILE1-OK                  VALUE "00".
       01   FILE2STATUS                   PIC XX.
           88 FILE2-OK                  VALUE "00".
       01   FILE3STATUS                   PIC XX.
           88 FILE3-OK                  VALUE "00".
       01   FILE5STATUS                   PIC XX.
           88 FILE5-OK                  VALUE "00".
       01   FILE6STATUS                   PIC XX.
           88 FILE6-OK                  VALUE "00".
       01   ARC1STATUS                    PIC XX.
           88 ARC1-OK                   VALUE "00".
       01   AFILESTATUS                   PIC XX.
           88 AFILE-OK                  VALUE "00".
       01   CTLSTATUS                     PIC XX.
           88 CTL-OK                    VALUE "00".
       01   WS-MODE                       PIC X(01)   VALUE SPACE.
           88 REPAIR-MODE               VALUE 'Y'.
           88 CHECK-MODE                VALUE 'N' ' '.
      *****************************************************************
      *    One entry per check: the code printed on each finding     *
      *    line and the title of its line in the closing counts.     *
      *    WS-CHK selects the entry for 8000-WRITE-FINDING.          *
      *****************************************************************
       01   CHK-TITLES-DATA.
         05  FILLER               PIC X(14) VALUE 'HDR NO TEXT'.
         05  FILLER               PIC X(40) VALUE
             'JOBLOGF HEADERS WITH NO JOBLOGFD TEXT'.
         05  FILLER               PIC X(14) VALUE 'TEXT NO HDR'.
         05  FILLER               PIC X(40) VALUE
             'JOBLOGFD TEXT WITH NO JOBLOGF HEADER'.
         05  FILLER               PIC X(14) VALUE 'SUM MISMATCH'.
         05  FILLER               PIC X(40) VALUE
             'JOBSUMF MSGCNT/MAXSEV NOT MATCHING'.
         05  FILLER               PIC X(14) VALUE 'NO SUMMARY'.
         05  FILLER               PIC X(40) VALUE
             'JOBS WITH NO JOBSUMF ROW'.
         05  FILLER               PIC X(14) VALUE 'SUM NO JOB'.
         05  FILLER               PIC X(40) VALUE
             'JOBSUMF ROWS WITH NO JOBLOGF MESSAGES'.
         05  FILLER               PIC X(14) VALUE 'NO JOBHIST'.
         05  FILLER               PIC X(40) VALUE
             'JOBS WITH NO JOBHIST RUN RECORD'.
         05  FILLER               PIC X(14) VALUE 'MARKER AT I'.
         05  FILLER               PIC X(40) VALUE
             'JLXSTSF MARKERS STUCK AT I'.
         05  FILLER               PIC X(14) VALUE 'ALERT ORPHAN'.
         05  FILLER               PIC X(40) VALUE
             'ALERTF RECORDS WITH NO MESSAGE'.
         05  FILLER               PIC X(14) VALUE 'LIVE+ARCHIVE'.
         05  FILLER               PIC X(40) VALUE
             'JOBS IN BOTH JOBLOGF AND JOBLOGA'.
         05  FILLER               PIC X(14) VALUE 'CTL NO LOG'.
         05  FILLER               PIC X(40) VALUE
             'JLXCTL DONE ENTRIES WITH NO JOB LOG'.
       01   CHK-TITLES REDEFINES CHK-TITLES-DATA.
         05  CHK-TITLE-ENTRY OCCURS 10 TIMES.
            10 CHK-TAB-CODE               PIC X(14).
            10 CHK-TAB-TITLE              PIC X(40).
       01   CHK-COUNTS.
         05  CHK-COUNT-ENTRY OCCURS 10 TIMES.
            10 CHK-TAB-FOUND              PIC 9(07).
            10 CHK-TAB-FIXED              PIC 9(07).
       01   WS-CHK                        PIC 9(02)   VALUE ZEROES.
           88 CHK-HDR-NO-TEXT           VALUE 01.
           88 CHK-TEXT-NO-HDR           VALUE 02.
           88 CHK-SUM-MISMATCH          VALUE 03.
           88 CHK-NO-SUMMARY            VALUE 04.
           88 CHK-SUM-NO-JOB            VALUE 05.
           88 CHK-NO-JOBHIST            VALUE 06.
           88 CHK-MARKER-AT-I           VALUE 07.
           88 CHK-ALERT-ORPHAN          VALUE 08.
           88 CHK-LIVE-ARCHIVE          VALUE 09.
           88 CHK-CTL-NO-LOG            VALUE 10.
       01   WS-CIDX                       PIC 9(02)   VALUE ZEROES.
       01   WS-F-JOBID                    PIC X(26)   VALUE SPACES.
       01   WS-F-SEQ                      PIC 9(10)   VALUE ZEROES.
       01   WS-F-SYSNAM                   PIC X(08)   VALUE SPACES.
       01   WS-F-DETAIL                   PIC X(50)   VALUE SPACES.
       01   WS-F-ACTION                   PIC X(16)   VALUE SPACES.
           88 ACTION-IS-FIX             VALUE 'REBUILT' 'DELETED'
                                              'CLEARED'
                                              'ACKNOWLEDGED'.
           88 ACTION-IS-FAIL            VALUE 'REPAIR FAILED'.
       01   WS-F-OUTCOME                  PIC 1       VALUE B"0".
           88 F-OUTCOME                 VALUE B"1".
           88 NOT-F-OUTCOME             VALUE B"0".
       01   WS-TOTFOUND                   PIC 9(07)   VALUE ZEROES.
       01   WS-TOTFIXED                   PIC 9(07)   VALUE ZEROES.
       01   WS-TOTFAIL                    PIC 9(07)   VALUE ZEROES.
       01   WS-ED7                        PIC Z(06)9.
       01   WS-ED7B                       PIC Z(06)9.
       01   WS-ED2                        PIC Z9.
       01   WS-ED2B                       PIC Z9.
       01   WS-NOW-YMD                    PIC 9(08)   VALUE ZEROES.
       01   WS-NOWDATE                    PIC 9(07)   VALUE ZEROES.
       01   WS-NOWHORA                    PIC 9(06)   VALUE ZEROES.
       01   WS-NOW-MIN                    PIC 9(10)   VALUE ZEROES.
       01   WS-MRK-MIN                    PIC 9(10)   VALUE ZEROES.
       01   WS-AGE-MIN                    PIC 9(10)   VALUE ZEROES.
       01   WS-FIX-ERR                    PIC 1       VALUE B"0".
           88 FIX-ERR                   VALUE B"1".
           88 NOT-FIX-ERR               VALUE B"0".
      *****************************************************************
      *    Match-merge keys.  The header and text keys go to          *
      *    HIGH-VALUES at end of file so the other side drains;       *
      *    WS-MKEY is the last key matched, so a duplicated header    *
      *    (an A-mode re-extract) is not taken for one without text.  *
      *    WS-PKEY is the last header taken, so a duplicated SEQ is  *
      *    counted once, as JLEXTRCT counts it for MSGCNT.           *
      *****************************************************************
       01   WS-HKEY.
         05  WS-HKEY-JOBID                PIC X(26).
         05  WS-HKEY-SYSNAM               PIC X(08).
         05  WS-HKEY-SEQ                  PIC 9(10).
       01   WS-TKEY.
         05  WS-TKEY-JOBID                PIC X(26).
         05  WS-TKEY-SYSNAM               PIC X(08).
         05  WS-TKEY-SEQ                  PIC 9(10).
       01   WS-MKEY.
         05  WS-MKEY-JOBID                PIC X(26).
         05  WS-MKEY-SYSNAM               PIC X(08).
         05  WS-MKEY-SEQ                  PIC 9(10).
       01   WS-PKEY.
         05  WS-PKEY-JOBID                PIC X(26).
         05  WS-PKEY-SYSNAM               PIC X(08).
         05  WS-PKEY-SEQ                  PIC 9(10).
       01   WS-OKEY.
         05  WS-OKEY-JOBID                PIC X(26).
         05  WS-OKEY-SYSNAM               PIC X(08).
         05  WS-OKEY-SEQ                  PIC 9(10).
       01   WS-NEW-HDR                    PIC 1       VALUE B"0".
           88 NEW-HDR                   VALUE B"1".
           88 NOT-NEW-HDR               VALUE B"0".
       01   WS-HDR-EOF                    PIC 1       VALUE B"0".
           88 HDR-EOF                   VALUE B"1".
           88 NOT-HDR-EOF               VALUE B"0".
       01   WS-TXT-EOF                    PIC 1       VALUE B"0".
           88 TXT-EOF                   VALUE B"1".
           88 NOT-TXT-EOF               VALUE B"0".
      *****************************************************************
      *    Per-job totals built from the JOBLOGF headers, laid out   *
      *    as JLRESTOR builds them for the JOBSUMF row.              *
      *****************************************************************
       01   WS-CURJOBID                   PIC X(26)   VALUE SPACES.
       01   WS-CURSYS                     PIC X(08)   VALUE SPACES.
       01   WS-MSGCNT                     PIC 9(07)   VALUE ZEROES.
       01   WS-SUM-STRDATE                PIC 9(07)   VALUE ZEROES.
       01   WS-SUM-STRHORA                PIC 9(06)   VALUE ZEROES.
       01   WS-SUM-ENDDATE                PIC 9(07)   VALUE ZEROES.
       01   WS-SUM-ENDHORA                PIC 9(06)   VALUE ZEROES.
       01   WS-SUM-MAXSEV                 PIC 9(02)   VALUE ZEROES.
       01   WS-SUM-ENDFLG                 PIC X(01)   VALUE 'N'.
       01   WS-SUM-ENDMSGID               PIC X(07)   VALUE SPACES.
       01   WS-SUM-ENDTXT                 PIC X(132)  VALUE SPACES.
       01   WS-NTX-CNT                    PIC 9(07)   VALUE ZEROES.
       01   WS-NTX-FSTSEQ                 PIC 9(10)   VALUE ZEROES.
       01   WS-DURSEC                     PIC S9(09)  VALUE ZEROES.
       01   WS-HMS                        PIC 9(06).
       01   WS-HMS-R REDEFINES WS-HMS.
         05  WS-HMS-HH                    PIC 9(02).
         05  WS-HMS-MM                    PIC 9(02).
         05  WS-HMS-SS                    PIC 9(02).
       01   WS-STR-SECS                   PIC 9(05)   VALUE ZEROES.
       01   WS-END-SECS                   PIC 9(05)   VALUE ZEROES.
       01   WS-STR-DAYS                   PIC 9(08)   VALUE ZEROES.
       01   WS-END-DAYS                   PIC 9(08)   VALUE ZEROES.
       01   WS-YMD                        PIC 9(08)   VALUE ZEROES.
      *****************************************************************
      *    Orphan text rows, one entry per JOBID/SYSNAM/SEQ, in key  *
      *    order.                                                    *
      *****************************************************************
       01   WS-OTX-JOBID                  PIC X(26)   VALUE SPACES.
       01   WS-OTX-SYSNAM                 PIC X(08)   VALUE SPACES.
       01   WS-OTX-CNT                    PIC 9(07)   VALUE ZEROES.
       01   WS-OTX-FSTSEQ                 PIC 9(10)   VALUE ZEROES.
       01   WS-OTX-LOST                   PIC 1       VALUE B"0".
           88 OTX-LOST                  VALUE B"1".
           88 NOT-OTX-LOST              VALUE B"0".
       01   WS-ORPH-CNT                   PIC 9(04)   VALUE ZEROES.
       01   WS-OIDX                       PIC 9(05)   VALUE ZEROES.
       01   ORPH-TABLE.
         05 ORPH-TAB-ENTRY OCCURS 9999 TIMES.
            10 ORPH-TAB-JOBID             PIC X(26).
            10 ORPH-TAB-SYSNAM            PIC X(08).
            10 ORPH-TAB-SEQ               PIC 9(10).
       01   WS-ORPH-DONE                  PIC 1       VALUE B"0".
           88 ORPH-DONE                 VALUE B"1".
           88 NOT-ORPH-DONE             VALUE B"0".
       01   WS-ORPH-MATCH                 PIC 1       VALUE B"0".
           88 ORPH-MATCH                VALUE B"1".
           88 NOT-ORPH-MATCH            VALUE B"0".
      *****************************************************************
      *    JOBSUMF rows with no job, deleted after the scan.         *
      *****************************************************************
       01   WS-SDEL-CNT                   PIC 9(04)   VALUE ZEROES.
       01   WS-SIDX                       PIC 9(04)   VALUE ZEROES.
       01   SDEL-TABLE.
         05 SDEL-TAB-ENTRY OCCURS 9999 TIMES.
            10 SDEL-TAB-JOBID             PIC X(26).
            10 SDEL-TAB-SYSNAM            PIC X(08).
       01   WS-SDEL-FULL                  PIC 1       VALUE B"0".
           88 SDEL-FULL                 VALUE B"1".
           88 NOT-SDEL-FULL             VALUE B"0".
       01   WS-DEL-JOBID                  PIC X(26)   VALUE SPACES.
       01   WS-DEL-SYSNAM                 PIC X(08)   VALUE SPACES.
       01   WS-DEL-CNT                    PIC 9(07)   VALUE ZEROES.
       01   WS-SCAN-EOF                   PIC 1       VALUE B"0".
           88 SCAN-EOF                  VALUE B"1".
           88 NOT-SCAN-EOF              VALUE B"0".
       01   WS-DEL-EOF                    PIC 1       VALUE B"0".
           88 DEL-EOF                   VALUE B"1".
           88 NOT-DEL-EOF               VALUE B"0".
      *****************************************************************
      *    Lookups: WS-LOOK-JOBID on WS-LOOK-SYSNAM, and WS-LOOK-SEQ *
      *    or zero for any message of the job.                       *
      *****************************************************************
       01   WS-LOOK-JOBID                 PIC X(26)   VALUE SPACES.
       01   WS-LOOK-SYSNAM                PIC X(08)   VALUE SPACES.
       01   WS-LOOK-SEQ                   PIC 9(10)   VALUE ZEROES.
       01   WS-LOOK-EOF                   PIC 1       VALUE B"0".
           88 LOOK-EOF                  VALUE B"1".
           88 NOT-LOOK-EOF              VALUE B"0".
       01   WS-LOOK-FOUND                 PIC 1       VALUE B"0".
           88 LOOK-FOUND                VALUE B"1".
           88 NOT-LOOK-FOUND            VALUE B"0".
       01   WS-CTL-JOBID.
         05  WS-CTL-JOBNBR                PIC X(06).
         05  WS-CTL-JOBUSR                PIC X(10).
         05  WS-CTL-JOBNAM                PIC X(10).
       01   WS-LCLSYS                     PIC X(08)   VALUE SPACES.
       LINKAGE SECTION.
        01 PREPAIR   PIC X(01).
       PROCEDURE DIVISION USING PREPAIR.
       MAINPROC.
            MOVE PREPAIR TO WS-MODE.
            IF NOT REPAIR-MODE AND NOT CHECK-MODE
               DISPLAY 'JLVERIFY - REPAIR PARAMETER MUST BE Y OR N: '
                       PREPAIR
               GOBACK
            END-IF.
            PERFORM 1000-INITIALIZE.
            PERFORM 2000-CHECK-LOGS.
            IF REPAIR-MODE
               PERFORM 2500-DELETE-ORPHAN-TEXT
            END-IF.
            PERFORM 3000-CHECK-SUMMARIES.
            PERFORM 4000-CHECK-MARKERS.
            PERFORM 5000-CHECK-ALERTS.
            PERFORM 6000-CHECK-CONTROL.
            PERFORM 7000-PRINT-COUNTS.
            PERFORM 9000-TERMINATE.
            GOBACK.
       1000-INITIALIZE.
            INITIALIZE CHK-COUNTS.
            CALL 'JLSYSNM' USING WS-LCLSYS.
            MOVE FUNCTION CURRENT-DATE (1:8) TO WS-NOW-YMD.
            COMPUTE WS-NOWDATE = WS-NOW-YMD - 19000000.
            MOVE FUNCTION CURRENT-DATE (9:6) TO WS-NOWHORA.
            MOVE WS-NOWHORA TO WS-HMS.
            COMPUTE WS-NOW-MIN =
                    FUNCTION INTEGER-OF-DATE(WS-NOW-YMD) * 1440
                    + WS-HMS-HH * 60 + WS-HMS-MM.
            IF REPAIR-MODE
               OPEN I-O FILE1
               OPEN I-O FILE2
               OPEN I-O FILE3
               OPEN I-O FILE6
            ELSE
               OPEN INPUT FILE1
               OPEN INPUT FILE2
               OPEN INPUT FILE3
               OPEN INPUT FILE6
            END-IF.
            OPEN INPUT FILE5.
            OPEN INPUT ARCF1.
            OPEN OUTPUT RPTFILE.
            WRITE RPTREC FORMAT 'HDR'.
            IF REPAIR-MODE
               MOVE 'REPAIR'      TO MODETXT OF HDR2-O
            ELSE
               MOVE 'CHECK ONLY'  TO MODETXT OF HDR2-O
            END-IF.
            MOVE WS-NOWDATE TO RUNDATE OF HDR2-O.
            MOVE WS-NOWHORA TO RUNHORA OF HDR2-O.
            WRITE RPTREC FROM HDR2-O FORMAT 'HDR2'.
            WRITE RPTREC FORMAT 'COLHDR'.
      *****************************************************************
      *    JOBLOGF and JOBLOGFD side by side in JOBID/SYSNAM/SEQ     *
      *    order.                                                    *
      *    Equal keys are a matched message; a lower header key is a *
      *    header with no text; a lower text key is text with no     *
      *    header.  Every header also feeds the job's totals, which  *
      *    2800-FLUSH-JOB checks against JOBSUMF, JOBLOGA and        *
      *    JOBHIST when the JOBID or SYSNAM changes.                 *
      *****************************************************************
       2000-CHECK-LOGS.
            SET NOT-HDR-EOF TO TRUE.
            SET NOT-TXT-EOF TO TRUE.
            MOVE LOW-VALUES TO WS-MKEY WS-OKEY WS-PKEY.
            MOVE LOW-VALUES TO JOBID OF RECFILE.
            START FILE1 KEY IS NOT LESS THAN JOBID OF RECFILE
                INVALID KEY SET HDR-EOF TO TRUE
            END-START.
            IF NOT FILE1-OK AND NOT HDR-EOF
               DISPLAY 'JLVERIFY - FILE1 START ERROR, STATUS '
                       FILE1STATUS
               SET HDR-EOF TO TRUE
            END-IF.
            MOVE LOW-VALUES TO JOBID OF RECFILE2.
            START FILE2 KEY IS NOT LESS THAN JOBID OF RECFILE2
                INVALID KEY SET TXT-EOF TO TRUE
            END-START.
            IF NOT FILE2-OK AND NOT TXT-EOF
               DISPLAY 'JLVERIFY - FILE2 START ERROR, STATUS '
                       FILE2STATUS
               SET TXT-EOF TO TRUE
            END-IF.
            PERFORM 2010-READ-HEADER.
            PERFORM 2020-READ-TEXT.
            PERFORM 2100-MERGE-STEP UNTIL HDR-EOF AND TXT-EOF.
            IF WS-CURJOBID NOT = SPACES
               PERFORM 2800-FLUSH-JOB
            END-IF.
            IF WS-OTX-JOBID NOT = SPACES
               PERFORM 2700-FLUSH-ORPHAN-TEXT
            END-IF.
       2010-READ-HEADER.
            IF NOT HDR-EOF
               READ FILE1 NEXT RECORD
                   AT END SET HDR-EOF TO TRUE
               END-READ
               IF NOT FILE1-OK AND NOT HDR-EOF
                  DISPLAY 'JLVERIFY - FILE1 READ ERROR, STATUS '
                          FILE1STATUS
                  SET HDR-EOF TO TRUE
               END-IF
            END-IF.
            IF HDR-EOF
               MOVE HIGH-VALUES TO WS-HKEY
            ELSE
               MOVE JOBID OF RECFILE TO WS-HKEY-JOBID
               MOVE SYSNAM OF RECFILE TO WS-HKEY-SYSNAM
               MOVE SEQ OF RECFILE   TO WS-HKEY-SEQ
            END-IF.
       2020-READ-TEXT.
            IF NOT TXT-EOF
               READ FILE2 NEXT RECORD
                   AT END SET TXT-EOF TO TRUE
               END-READ
               IF NOT FILE2-OK AND NOT TXT-EOF
                  DISPLAY 'JLVERIFY - FILE2 READ ERROR, STATUS '
                          FILE2STATUS
                  SET TXT-EOF TO TRUE
               END-IF
            END-IF.
            IF TXT-EOF
               MOVE HIGH-VALUES TO WS-TKEY
            ELSE
               MOVE JOBID OF RECFILE2 TO WS-TKEY-JOBID
               MOVE SYSNAM OF RECFILE2 TO WS-TKEY-SYSNAM
               MOVE SEQ OF RECFILE2   TO WS-TKEY-SEQ
            END-IF.
       2100-MERGE-STEP.
            EVALUATE TRUE
               WHEN WS-HKEY = WS-MKEY
                  PERFORM 2200-TAKE-HEADER
                  PERFORM 2010-READ-HEADER
               WHEN WS-HKEY < WS-TKEY
                  PERFORM 2200-TAKE-HEADER
                  IF NEW-HDR
                     ADD 1 TO WS-NTX-CNT
                     IF WS-NTX-CNT = 1
                        MOVE SEQ OF RECFILE TO WS-NTX-FSTSEQ
                     END-IF
                  END-IF
                  PERFORM 2010-READ-HEADER
               WHEN WS-HKEY > WS-TKEY
                  PERFORM 2300-TAKE-ORPHAN-TEXT
                  PERFORM 2020-READ-TEXT
               WHEN OTHER
                  PERFORM 2200-TAKE-HEADER
                  IF MSGID OF RECFILE (1:6) = 'CPF116'
                     MOVE MSGLINES OF RECFILE2 TO WS-SUM-ENDTXT
                  END-IF
                  MOVE WS-TKEY TO WS-MKEY
                  PERFORM 2020-READ-TEXT
                      UNTIL TXT-EOF OR WS-TKEY NOT = WS-MKEY
                  PERFORM 2010-READ-HEADER
            END-EVALUATE.
       2200-TAKE-HEADER.
            IF JOBID OF RECFILE NOT = WS-CURJOBID
               OR SYSNAM OF RECFILE NOT = WS-CURSYS
               IF WS-CURJOBID NOT = SPACES
                  PERFORM 2800-FLUSH-JOB
               END-IF
               MOVE JOBID OF RECFILE TO WS-CURJOBID
               MOVE SYSNAM OF RECFILE TO WS-CURSYS
               MOVE ZEROES TO WS-MSGCNT WS-SUM-STRDATE WS-SUM-STRHORA
                              WS-SUM-ENDDATE WS-SUM-ENDHORA
                              WS-SUM-MAXSEV WS-NTX-CNT WS-NTX-FSTSEQ
               MOVE 'N'    TO WS-SUM-ENDFLG
               MOVE SPACES TO WS-SUM-ENDMSGID WS-SUM-ENDTXT
            END-IF.
            IF WS-HKEY = WS-PKEY
               SET NOT-NEW-HDR TO TRUE
            ELSE
               SET NEW-HDR TO TRUE
               ADD 1 TO WS-MSGCNT
               MOVE WS-HKEY TO WS-PKEY
            END-IF.
            IF NEW-HDR AND WS-MSGCNT = 1
               MOVE MSGDATE OF RECFILE TO WS-SUM-STRDATE
               MOVE MSGHORA OF RECFILE TO WS-SUM-STRHORA
            END-IF.
            MOVE MSGDATE OF RECFILE TO WS-SUM-ENDDATE.
            MOVE MSGHORA OF RECFILE TO WS-SUM-ENDHORA.
            IF MSGSEV OF RECFILE > WS-SUM-MAXSEV
               MOVE MSGSEV OF RECFILE TO WS-SUM-MAXSEV
            END-IF.
            IF MSGID OF RECFILE (1:6) = 'CPF116'
               MOVE 'Y' TO WS-SUM-ENDFLG
               MOVE MSGID OF RECFILE TO WS-SUM-ENDMSGID
               MOVE SPACES TO WS-SUM-ENDTXT
            END-IF.
      *****************************************************************
      *    Text rows with no header are counted per JOBID/SYSNAM; in *
      *    repair mode each JOBID/SYSNAM/SEQ is also tabled for 2500 *
      *    (duplicate rows of one SEQ share an entry).               *
      *****************************************************************
       2300-TAKE-ORPHAN-TEXT.
            IF WS-TKEY-JOBID NOT = WS-OTX-JOBID
               OR WS-TKEY-SYSNAM NOT = WS-OTX-SYSNAM
               IF WS-OTX-JOBID NOT = SPACES
                  PERFORM 2700-FLUSH-ORPHAN-TEXT
               END-IF
               MOVE WS-TKEY-JOBID TO WS-OTX-JOBID
               MOVE WS-TKEY-SYSNAM TO WS-OTX-SYSNAM
               MOVE ZEROES TO WS-OTX-CNT
               MOVE WS-TKEY-SEQ TO WS-OTX-FSTSEQ
               SET NOT-OTX-LOST TO TRUE
            END-IF.
            ADD 1 TO WS-OTX-CNT.
            IF REPAIR-MODE AND WS-TKEY NOT = WS-OKEY
               IF WS-ORPH-CNT < ORPH-MAX
                  ADD 1 TO WS-ORPH-CNT
                  MOVE WS-TKEY-JOBID TO ORPH-TAB-JOBID (WS-ORPH-CNT)
                  MOVE WS-TKEY-SYSNAM
                                     TO ORPH-TAB-SYSNAM (WS-ORPH-CNT)
                  MOVE WS-TKEY-SEQ   TO ORPH-TAB-SEQ (WS-ORPH-CNT)
                  MOVE WS-TKEY TO WS-OKEY
               ELSE
                  SET OTX-LOST TO TRUE
               END-IF
            END-IF.
       2700-FLUSH-ORPHAN-TEXT.
            SET CHK-TEXT-NO-HDR TO TRUE.
            MOVE WS-OTX-JOBID  TO WS-F-JOBID.
            MOVE WS-OTX-SYSNAM TO WS-F-SYSNAM.
            MOVE WS-OTX-FSTSEQ TO WS-F-SEQ.
            MOVE WS-OTX-CNT    TO WS-ED7.
            STRING FUNCTION TRIM(WS-ED7) DELIMITED BY SIZE
                   ' TEXT ROW(S) WITHOUT A HEADER, FIRST SEQ SHOWN'
                   DELIMITED BY SIZE
                   INTO WS-F-DETAIL.
            IF REPAIR-MODE
               IF OTX-LOST
                  MOVE 'TABLE FULL-RERUN' TO WS-F-ACTION
               ELSE
                  MOVE 'TO DELETE' TO WS-F-ACTION
               END-IF
            ELSE
               MOVE 'REPORTED' TO WS-F-ACTION
            END-IF.
            PERFORM 8000-WRITE-FINDING.
      *****************************************************************
      *    End of one job's headers: headers with no text, then the  *
      *    job against JOBSUMF, JOBLOGA and JOBHIST.                 *
      *****************************************************************
       2800-FLUSH-JOB.
            IF WS-NTX-CNT > ZEROES
               SET CHK-HDR-NO-TEXT TO TRUE
               MOVE WS-CURJOBID   TO WS-F-JOBID
               MOVE WS-CURSYS     TO WS-F-SYSNAM
               MOVE WS-NTX-FSTSEQ TO WS-F-SEQ
               MOVE WS-NTX-CNT    TO WS-ED7
               STRING FUNCTION TRIM(WS-ED7) DELIMITED BY SIZE
                      ' HEADER(S) WITHOUT TEXT, FIRST SEQ SHOWN'
                      DELIMITED BY SIZE
                      INTO WS-F-DETAIL
               MOVE 'REPORTED' TO WS-F-ACTION
               PERFORM 8000-WRITE-FINDING
            END-IF.
            PERFORM 2810-CHECK-SUMMARY.
            PERFORM 2820-CHECK-ARCHIVE.
            PERFORM 2830-CHECK-HISTORY.
       2810-CHECK-SUMMARY.
            SET NOT-LOOK-FOUND TO TRUE.
            SET NOT-LOOK-EOF TO TRUE.
            MOVE WS-CURJOBID TO JOBID OF RECFILE3.
            START FILE3 KEY IS EQUAL TO JOBID OF RECFILE3
                INVALID KEY SET LOOK-EOF TO TRUE
            END-START.
            IF NOT FILE3-OK AND NOT LOOK-EOF
               DISPLAY 'JLVERIFY - FILE3 START ERROR, STATUS '
                       FILE3STATUS
               SET LOOK-EOF TO TRUE
            END-IF.
            PERFORM UNTIL LOOK-EOF OR LOOK-FOUND
               READ FILE3 NEXT RECORD
                   AT END SET LOOK-EOF TO TRUE
               END-READ
               IF NOT FILE3-OK AND NOT LOOK-EOF
                  DISPLAY 'JLVERIFY - FILE3 READ ERROR, STATUS '
                          FILE3STATUS
                  SET LOOK-EOF TO TRUE
               END-IF
               IF NOT LOOK-EOF AND JOBID OF RECFILE3 NOT = WS-CURJOBID
                  SET LOOK-EOF TO TRUE
               END-IF
               IF NOT LOOK-EOF AND SYSNAM OF RECFILE3 = WS-CURSYS
                  SET LOOK-FOUND TO TRUE
               END-IF
            END-PERFORM.
            IF LOOK-FOUND
               IF MSGCNT OF RECFILE3 = WS-MSGCNT
                  AND MAXSEV OF RECFILE3 = WS-SUM-MAXSEV
                  CONTINUE
               ELSE
                  SET CHK-SUM-MISMATCH TO TRUE
                  MOVE MSGCNT OF RECFILE3 TO WS-ED7
                  MOVE WS-MSGCNT          TO WS-ED7B
                  MOVE MAXSEV OF RECFILE3 TO WS-ED2
                  MOVE WS-SUM-MAXSEV      TO WS-ED2B
                  STRING 'MSGCNT ' FUNCTION TRIM(WS-ED7)
                         ' NOT ' FUNCTION TRIM(WS-ED7B)
                         ', MAXSEV ' FUNCTION TRIM(WS-ED2)
                         ' NOT ' FUNCTION TRIM(WS-ED2B)
                         DELIMITED BY SIZE
                         INTO WS-F-DETAIL
                  PERFORM 2815-FIX-SUMMARY
               END-IF
            ELSE
               SET CHK-NO-SUMMARY TO TRUE
               MOVE WS-MSGCNT TO WS-ED7
               STRING 'NO JOBSUMF ROW FOR ' FUNCTION TRIM(WS-ED7)
                      ' MESSAGE(S)'
                      DELIMITED BY SIZE
                      INTO WS-F-DETAIL
               PERFORM 2815-FIX-SUMMARY
            END-IF.
       2815-FIX-SUMMARY.
            MOVE WS-CURJOBID TO WS-F-JOBID.
            MOVE WS-CURSYS   TO WS-F-SYSNAM.
            IF REPAIR-MODE
               SET NOT-FIX-ERR TO TRUE
               PERFORM 8200-WRITE-SUMMARY
               IF FIX-ERR
                  MOVE 'REPAIR FAILED' TO WS-F-ACTION
               ELSE
                  MOVE 'REBUILT' TO WS-F-ACTION
               END-IF
            ELSE
               MOVE 'REPORTED' TO WS-F-ACTION
            END-IF.
            PERFORM 8000-WRITE-FINDING.
       2820-CHECK-ARCHIVE.
            MOVE WS-CURJOBID TO WS-LOOK-JOBID.
            MOVE WS-CURSYS   TO WS-LOOK-SYSNAM.
            MOVE ZEROES TO WS-LOOK-SEQ.
            PERFORM 8600-FIND-ARCHIVE.
            IF LOOK-FOUND
               SET CHK-LIVE-ARCHIVE TO TRUE
               MOVE WS-CURJOBID TO WS-F-JOBID
               MOVE WS-CURSYS   TO WS-F-SYSNAM
               MOVE 'ALSO IN JOBLOGA - RESTORED OR PURGE NOT FINISHED'
                    TO WS-F-DETAIL
               MOVE 'REPORTED' TO WS-F-ACTION
               PERFORM 8000-WRITE-FINDING
            END-IF.
      *****************************************************************
      *    JOBHIST is keyed JOBNAM/RUNDATE; the run is the record on *
      *    the job's first message date with its job number (or, for *
      *    records from before JOBHIST kept the number, a blank      *
      *    number and the same start time), as JLEXTRCT matches it.  *
      *    The run must be on the job's system; a blank SYSNAM is a  *
      *    record written before JOBHIST kept the system.            *
      *****************************************************************
       2830-CHECK-HISTORY.
            SET NOT-LOOK-FOUND TO TRUE.
            SET NOT-LOOK-EOF TO TRUE.
            MOVE WS-CURJOBID (17:10) TO JOBNAM OF RECFILE5.
            START FILE5 KEY IS EQUAL TO JOBNAM OF RECFILE5
                INVALID KEY SET LOOK-EOF TO TRUE
            END-START.
            IF NOT FILE5-OK AND NOT LOOK-EOF
               DISPLAY 'JLVERIFY - FILE5 START ERROR, STATUS '
                       FILE5STATUS
               SET LOOK-EOF TO TRUE
            END-IF.
            PERFORM UNTIL LOOK-EOF OR LOOK-FOUND
               READ FILE5 NEXT RECORD
                   AT END SET LOOK-EOF TO TRUE
               END-READ
               IF NOT FILE5-OK AND NOT LOOK-EOF
                  DISPLAY 'JLVERIFY - FILE5 READ ERROR, STATUS '
                          FILE5STATUS
                  SET LOOK-EOF TO TRUE
               END-IF
               IF NOT LOOK-EOF
                  AND (JOBNAM OF RECFILE5 NOT = WS-CURJOBID (17:10)
                       OR RUNDATE OF RECFILE5 > WS-SUM-STRDATE)
                  SET LOOK-EOF TO TRUE
               END-IF
               IF NOT LOOK-EOF
                  AND RUNDATE OF RECFILE5 = WS-SUM-STRDATE
                  AND (JOBNBR OF RECFILE5 = WS-CURJOBID (1:6)
                       OR (JOBNBR OF RECFILE5 = SPACES
                           AND STRHORA OF RECFILE5
                               = WS-SUM-STRHORA))
                  AND (SYSNAM OF RECFILE5 = WS-CURSYS
                       OR SYSNAM OF RECFILE5 = SPACES)
                  SET LOOK-FOUND TO TRUE
               END-IF
            END-PERFORM.
            IF NOT LOOK-FOUND
               SET CHK-NO-JOBHIST TO TRUE
               MOVE WS-CURJOBID TO WS-F-JOBID
               MOVE WS-CURSYS   TO WS-F-SYSNAM
               STRING 'NO RUN RECORD FOR START DATE '
                      WS-SUM-STRDATE
                      DELIMITED BY SIZE
                      INTO WS-F-DETAIL
               MOVE 'REPORTED' TO WS-F-ACTION
               PERFORM 8000-WRITE-FINDING
            END-IF.
      *****************************************************************
      *    Delete the tabled orphan text rows.  The table is in      *
      *    JOBID/SYSNAM/SEQ order, so each JOBID/SYSNAM is one START *
      *    and one walk of the JOBID's JOBLOGFD rows, deleting those *
      *    of the system whose SEQ is tabled.  The walk stops at the *
      *    first file error, and 2530 writes the outcome line.       *
      *****************************************************************
       2500-DELETE-ORPHAN-TEXT.
            MOVE 1 TO WS-OIDX.
            PERFORM 2510-DELETE-ORPHAN-JOB
                UNTIL WS-OIDX > WS-ORPH-CNT.
       2510-DELETE-ORPHAN-JOB.
            MOVE ORPH-TAB-JOBID (WS-OIDX) TO WS-DEL-JOBID.
            MOVE ORPH-TAB-SYSNAM (WS-OIDX) TO WS-DEL-SYSNAM.
            MOVE ORPH-TAB-SEQ (WS-OIDX) TO WS-F-SEQ.
            MOVE ZEROES TO WS-DEL-CNT.
            SET NOT-FIX-ERR TO TRUE.
            SET NOT-DEL-EOF TO TRUE.
            MOVE WS-DEL-JOBID TO JOBID OF RECFILE2.
            START FILE2 KEY IS EQUAL TO JOBID OF RECFILE2
                INVALID KEY SET DEL-EOF TO TRUE
            END-START.
            IF NOT FILE2-OK AND NOT DEL-EOF
               DISPLAY 'JLVERIFY - FILE2 START ERROR, STATUS '
                       FILE2STATUS
               SET FIX-ERR TO TRUE
               SET DEL-EOF TO TRUE
            END-IF.
            PERFORM UNTIL DEL-EOF
               READ FILE2 NEXT RECORD
                   AT END SET DEL-EOF TO TRUE
               END-READ
               IF NOT FILE2-OK AND NOT DEL-EOF
                  DISPLAY 'JLVERIFY - FILE2 READ ERROR, STATUS '
                          FILE2STATUS
                  SET FIX-ERR TO TRUE
                  SET DEL-EOF TO TRUE
               END-IF
               IF NOT DEL-EOF AND JOBID OF RECFILE2 NOT = WS-DEL-JOBID
                  SET DEL-EOF TO TRUE
               END-IF
               IF NOT DEL-EOF AND SYSNAM OF RECFILE2 = WS-DEL-SYSNAM
                  PERFORM 2520-NEXT-ORPHAN-SEQ
                  IF ORPH-MATCH
                     DELETE FILE2 RECORD
                     IF NOT FILE2-OK
                        DISPLAY 'JLVERIFY - FILE2 DELETE ERROR, STATUS '
                                FILE2STATUS ' FOR ' WS-DEL-JOBID
                        SET FIX-ERR TO TRUE
                        SET DEL-EOF TO TRUE
                     ELSE
                        ADD 1 TO WS-DEL-CNT
                     END-IF
                  END-IF
               END-IF
            END-PERFORM.
            SET NOT-ORPH-DONE TO TRUE.
            PERFORM UNTIL ORPH-DONE
               IF WS-OIDX > WS-ORPH-CNT
                  SET ORPH-DONE TO TRUE
               ELSE
                  IF ORPH-TAB-JOBID (WS-OIDX) NOT = WS-DEL-JOBID
                     OR ORPH-TAB-SYSNAM (WS-OIDX) NOT = WS-DEL-SYSNAM
                     SET ORPH-DONE TO TRUE
                  ELSE
                     ADD 1 TO WS-OIDX
                  END-IF
               END-IF
            END-PERFORM.
            PERFORM 2530-WRITE-ORPHAN-OUTCOME.
      *****************************************************************
      *    Step the table to the first entry of this JOBID/SYSNAM    *
      *    with a SEQ not below the row just read; ORPH-MATCH when   *
      *    equal.                                                    *
      *    Duplicate rows of one SEQ all match the same entry.       *
      *****************************************************************
       2520-NEXT-ORPHAN-SEQ.
            SET NOT-ORPH-MATCH TO TRUE.
            SET NOT-ORPH-DONE TO TRUE.
            PERFORM UNTIL ORPH-DONE
               IF WS-OIDX > WS-ORPH-CNT
                  SET ORPH-DONE TO TRUE
               ELSE
                  IF ORPH-TAB-JOBID (WS-OIDX) NOT = WS-DEL-JOBID
                     OR ORPH-TAB-SYSNAM (WS-OIDX) NOT = WS-DEL-SYSNAM
                     SET ORPH-DONE TO TRUE
                  ELSE
                     IF ORPH-TAB-SEQ (WS-OIDX) < SEQ OF RECFILE2
                        ADD 1 TO WS-OIDX
                     ELSE
                        IF ORPH-TAB-SEQ (WS-OIDX) = SEQ OF RECFILE2
                           SET ORPH-MATCH TO TRUE
                        END-IF
                        SET ORPH-DONE TO TRUE
                     END-IF
                  END-IF
               END-IF
            END-PERFORM.
      *****************************************************************
      *    Outcome of one JOBID/SYSNAM's orphan text deletes, under  *
      *    the TEXT NO HDR finding that said TO DELETE.  A failure   *
      *    leaves the job's remaining rows on file for a rerun.      *
      *****************************************************************
       2530-WRITE-ORPHAN-OUTCOME.
            SET CHK-TEXT-NO-HDR TO TRUE.
            MOVE WS-DEL-JOBID  TO WS-F-JOBID.
            MOVE WS-DEL-SYSNAM TO WS-F-SYSNAM.
            MOVE WS-DEL-CNT    TO WS-ED7.
            IF FIX-ERR
               STRING 'DELETE STOPPED AFTER ' FUNCTION TRIM(WS-ED7)
                      ' ROW(S), SEE JOB LOG'
                      DELIMITED BY SIZE
                      INTO WS-F-DETAIL
               MOVE 'REPAIR FAILED' TO WS-F-ACTION
            ELSE
               STRING FUNCTION TRIM(WS-ED7) ' TEXT ROW(S) DELETED'
                      DELIMITED BY SIZE
                      INTO WS-F-DETAIL
               MOVE 'DELETED' TO WS-F-ACTION
            END-IF.
            SET F-OUTCOME TO TRUE.
            PERFORM 8000-WRITE-FINDING.
      *****************************************************************
      *    JOBSUMF rows whose job has no JOBLOGF messages.  Purged   *
      *    and never-extracted jobs both land here; repair deletes   *
      *    the rows after the scan, one outcome line per row.        *
      *****************************************************************
       3000-CHECK-SUMMARIES.
            SET NOT-SCAN-EOF TO TRUE.
            MOVE LOW-VALUES TO JOBID OF RECFILE3.
            START FILE3 KEY IS NOT LESS THAN JOBID OF RECFILE3
                INVALID KEY SET SCAN-EOF TO TRUE
            END-START.
            IF NOT FILE3-OK AND NOT SCAN-EOF
               DISPLAY 'JLVERIFY - FILE3 START ERROR, STATUS '
                       FILE3STATUS
               SET SCAN-EOF TO TRUE
            END-IF.
            PERFORM UNTIL SCAN-EOF
               READ FILE3 NEXT RECORD
                   AT END SET SCAN-EOF TO TRUE
               END-READ
               IF NOT FILE3-OK AND NOT SCAN-EOF
                  DISPLAY 'JLVERIFY - FILE3 READ ERROR, STATUS '
                          FILE3STATUS
                  SET SCAN-EOF TO TRUE
               END-IF
               IF NOT SCAN-EOF
                  MOVE JOBID OF RECFILE3 TO WS-LOOK-JOBID
                  MOVE SYSNAM OF RECFILE3 TO WS-LOOK-SYSNAM
                  MOVE ZEROES TO WS-LOOK-SEQ
                  PERFORM 8500-FIND-LIVE
                  IF NOT LOOK-FOUND
                     PERFORM 3100-SUMMARY-NO-JOB
                  END-IF
               END-IF
            END-PERFORM.
            IF SDEL-FULL
               DISPLAY 'JLVERIFY - MORE THAN 9999 JOBSUMF ROWS TO '
                       'DELETE, RERUN TO DELETE THE REMAINDER'
            END-IF.
            PERFORM 3200-DELETE-SUMMARY
                VARYING WS-SIDX FROM 1 BY 1
                UNTIL WS-SIDX > WS-SDEL-CNT.
       3100-SUMMARY-NO-JOB.
            SET CHK-SUM-NO-JOB TO TRUE.
            MOVE JOBID OF RECFILE3 TO WS-F-JOBID.
            MOVE SYSNAM OF RECFILE3 TO WS-F-SYSNAM.
            MOVE MSGCNT OF RECFILE3 TO WS-ED7.
            STRING 'SUMMARY OF ' FUNCTION TRIM(WS-ED7)
                   ' MESSAGE(S), STARTED ' STRDATE OF RECFILE3
                   DELIMITED BY SIZE
                   INTO WS-F-DETAIL.
            IF REPAIR-MODE
               IF WS-SDEL-CNT < 9999
                  ADD 1 TO WS-SDEL-CNT
                  MOVE JOBID OF RECFILE3 TO SDEL-TAB-JOBID (WS-SDEL-CNT)
                  MOVE SYSNAM OF RECFILE3
                                      TO SDEL-TAB-SYSNAM (WS-SDEL-CNT)
                  MOVE 'TO DELETE' TO WS-F-ACTION
               ELSE
                  SET SDEL-FULL TO TRUE
                  MOVE 'TABLE FULL-RERUN' TO WS-F-ACTION
               END-IF
            ELSE
               MOVE 'REPORTED' TO WS-F-ACTION
            END-IF.
            PERFORM 8000-WRITE-FINDING.
       3200-DELETE-SUMMARY.
            MOVE SDEL-TAB-JOBID (WS-SIDX) TO WS-DEL-JOBID.
            MOVE SDEL-TAB-SYSNAM (WS-SIDX) TO WS-DEL-SYSNAM.
            SET NOT-FIX-ERR TO TRUE.
            PERFORM 8300-DELETE-SUMMARY.
            SET CHK-SUM-NO-JOB TO TRUE.
            MOVE WS-DEL-JOBID  TO WS-F-JOBID.
            MOVE WS-DEL-SYSNAM TO WS-F-SYSNAM.
            IF FIX-ERR
               MOVE 'JOBSUMF DELETE FAILED, SEE JOB LOG'
                    TO WS-F-DETAIL
               MOVE 'REPAIR FAILED' TO WS-F-ACTION
            ELSE
               MOVE 'JOBSUMF ROW DELETED' TO WS-F-DETAIL
               MOVE 'DELETED' TO WS-F-ACTION
            END-IF.
            SET F-OUTCOME TO TRUE.
            PERFORM 8000-WRITE-FINDING.
      *****************************************************************
      *    JLXSTSF markers still at I after STALE-MINUTES: JLEXTRCT  *
      *    sets I before its first write and C after its last, so a  *
      *    marker left at I is an extract that ended abnormally.     *
      *    Repair sets it to C; the finding line says the log may be *
      *    short, and the job should be re-extracted.                *
      *****************************************************************
       4000-CHECK-MARKERS.
            SET NOT-SCAN-EOF TO TRUE.
            MOVE LOW-VALUES TO JOBID OF RECFILE6.
            START FILE6 KEY IS NOT LESS THAN JOBID OF RECFILE6
                INVALID KEY SET SCAN-EOF TO TRUE
            END-START.
            IF NOT FILE6-OK AND NOT SCAN-EOF
               DISPLAY 'JLVERIFY - FILE6 START ERROR, STATUS '
                       FILE6STATUS
               SET SCAN-EOF TO TRUE
            END-IF.
            PERFORM UNTIL SCAN-EOF
               READ FILE6 NEXT RECORD
                   AT END SET SCAN-EOF TO TRUE
               END-READ
               IF NOT FILE6-OK AND NOT SCAN-EOF
                  DISPLAY 'JLVERIFY - FILE6 READ ERROR, STATUS '
                          FILE6STATUS
                  SET SCAN-EOF TO TRUE
               END-IF
               IF NOT SCAN-EOF AND XSTS OF RECFILE6 = 'I'
                  PERFORM 4100-CHECK-MARKER-AGE
               END-IF
            END-PERFORM.
       4100-CHECK-MARKER-AGE.
            COMPUTE WS-YMD = XDATE OF RECFILE6 + 19000000.
            MOVE XHORA OF RECFILE6 TO WS-HMS.
            COMPUTE WS-MRK-MIN =
                    FUNCTION INTEGER-OF-DATE(WS-YMD) * 1440
                    + WS-HMS-HH * 60 + WS-HMS-MM.
            IF WS-MRK-MIN > WS-NOW-MIN
               MOVE ZEROES TO WS-AGE-MIN
            ELSE
               COMPUTE WS-AGE-MIN = WS-NOW-MIN - WS-MRK-MIN
            END-IF.
            IF WS-AGE-MIN NOT < STALE-MINUTES
               SET CHK-MARKER-AT-I TO TRUE
               MOVE JOBID OF RECFILE6 TO WS-F-JOBID
               MOVE SYSNAM OF RECFILE6 TO WS-F-SYSNAM
               STRING 'AT I SINCE ' XDATE OF RECFILE6 ' '
                      XHORA OF RECFILE6 ' - LOG MAY BE SHORT'
                      DELIMITED BY SIZE
                      INTO WS-F-DETAIL
               IF REPAIR-MODE
                  MOVE 'C'        TO XSTS OF RECFILE6
                  MOVE WS-NOWDATE TO XDATE OF RECFILE6
                  MOVE WS-NOWHORA TO XHORA OF RECFILE6
                  REWRITE RECFILE6
                  IF NOT FILE6-OK
                     DISPLAY 'JLVERIFY - FILE6 REWRITE ERROR, STATUS '
                             FILE6STATUS
                     MOVE 'REPAIR FAILED' TO WS-F-ACTION
                  ELSE
                     MOVE 'CLEARED' TO WS-F-ACTION
                  END-IF
               ELSE
                  MOVE 'REPORTED' TO WS-F-ACTION
               END-IF
               PERFORM 8000-WRITE-FINDING
            END-IF.
      *****************************************************************
      *    ALERTF records whose JOBID/SEQ is neither live nor in the *
      *    archive.  ALERTF is sequential and has no delete, so      *
      *    repair acknowledges an open orphan (as ALERTREV does,     *
      *    under the user JLVERIFY) to stop ESCLSCN escalating an    *
      *    alert nobody can drill into.                              *
      *****************************************************************
       5000-CHECK-ALERTS.
            IF REPAIR-MODE
               OPEN I-O ALERTF
            ELSE
               OPEN INPUT ALERTF
            END-IF.
            IF NOT AFILE-OK
               DISPLAY 'JLVERIFY - ALERTF OPEN ERROR, STATUS '
                       AFILESTATUS
            ELSE
               SET NOT-SCAN-EOF TO TRUE
               PERFORM UNTIL SCAN-EOF
                  READ ALERTF
                      AT END SET SCAN-EOF TO TRUE
                  END-READ
                  IF NOT AFILE-OK AND NOT SCAN-EOF
                     DISPLAY 'JLVERIFY - ALERTF READ ERROR, STATUS '
                             AFILESTATUS
                     SET SCAN-EOF TO TRUE
                  END-IF
                  IF NOT SCAN-EOF
                     PERFORM 5100-CHECK-ALERT
                  END-IF
               END-PERFORM
               CLOSE ALERTF
            END-IF.
       5100-CHECK-ALERT.
            MOVE JOBID OF ALERTREC TO WS-LOOK-JOBID.
            MOVE SYSNAM OF ALERTREC TO WS-LOOK-SYSNAM.
            MOVE SEQ OF ALERTREC   TO WS-LOOK-SEQ.
            PERFORM 8500-FIND-LIVE.
            IF NOT LOOK-FOUND
               PERFORM 8600-FIND-ARCHIVE
            END-IF.
            IF NOT LOOK-FOUND
               SET CHK-ALERT-ORPHAN TO TRUE
               MOVE JOBID OF ALERTREC TO WS-F-JOBID
               MOVE SYSNAM OF ALERTREC TO WS-F-SYSNAM
               MOVE SEQ OF ALERTREC   TO WS-F-SEQ
               STRING MSGID OF ALERTREC ' ON ' MSGDATE OF ALERTREC
                      ' - MESSAGE NOT LIVE OR ARCHIVED'
                      DELIMITED BY SIZE
                      INTO WS-F-DETAIL
               IF REPAIR-MODE AND ACKFLG OF ALERTREC NOT = 'Y'
                  MOVE 'Y'        TO ACKFLG OF ALERTREC
                  MOVE 'JLVERIFY' TO ACKUSER OF ALERTREC
                  MOVE WS-NOWDATE TO ACKDATE OF ALERTREC
                  MOVE WS-NOWHORA TO ACKHORA OF ALERTREC
                  REWRITE ALERTREC
                  IF NOT AFILE-OK
                     DISPLAY 'JLVERIFY - ALERTF REWRITE ERROR, '
                             'STATUS ' AFILESTATUS
                     MOVE 'REPAIR FAILED' TO WS-F-ACTION
                  ELSE
                     MOVE 'ACKNOWLEDGED' TO WS-F-ACTION
                  END-IF
               ELSE
                  MOVE 'REPORTED' TO WS-F-ACTION
               END-IF
               PERFORM 8000-WRITE-FINDING
            END-IF.
      *****************************************************************
      *    JLXCTL entries JLDRIVER marked D (extracted) whose job is *
      *    in neither JOBLOGF nor JOBLOGA - the log was lost after   *
      *    the extract.  Reported only; resetting STS would make     *
      *    JLDRIVER try a job whose spool file is long gone.         *
      *****************************************************************
       6000-CHECK-CONTROL.
            OPEN INPUT CTLFILE.
            IF NOT CTL-OK
               DISPLAY 'JLVERIFY - JLXCTL OPEN ERROR, STATUS '
                       CTLSTATUS
            ELSE
               SET NOT-SCAN-EOF TO TRUE
               PERFORM UNTIL SCAN-EOF
                  READ CTLFILE
                      AT END SET SCAN-EOF TO TRUE
                  END-READ
                  IF NOT CTL-OK AND NOT SCAN-EOF
                     DISPLAY 'JLVERIFY - JLXCTL READ ERROR, STATUS '
                             CTLSTATUS
                     SET SCAN-EOF TO TRUE
                  END-IF
                  IF NOT SCAN-EOF AND STS OF CTLREC = 'D'
                     PERFORM 6100-CHECK-CONTROL-JOB
                  END-IF
               END-PERFORM
               CLOSE CTLFILE
            END-IF.
       6100-CHECK-CONTROL-JOB.
            MOVE JOBNBR OF CTLREC TO WS-CTL-JOBNBR.
            MOVE JOBUSR OF CTLREC TO WS-CTL-JOBUSR.
            MOVE JOBNAM OF CTLREC TO WS-CTL-JOBNAM.
            MOVE WS-CTL-JOBID TO WS-LOOK-JOBID.
            IF SYSNAM OF CTLREC = SPACES
               MOVE WS-LCLSYS TO WS-LOOK-SYSNAM
            ELSE
               MOVE SYSNAM OF CTLREC TO WS-LOOK-SYSNAM
            END-IF.
            MOVE ZEROES TO WS-LOOK-SEQ.
            PERFORM 8500-FIND-LIVE.
            IF NOT LOOK-FOUND
               PERFORM 8600-FIND-ARCHIVE
            END-IF.
            IF NOT LOOK-FOUND AND SYSNAM OF CTLREC = SPACES
               MOVE SPACES TO WS-LOOK-SYSNAM
               PERFORM 8500-FIND-LIVE
               IF NOT LOOK-FOUND
                  PERFORM 8600-FIND-ARCHIVE
               END-IF
            END-IF.
            IF NOT LOOK-FOUND
               SET CHK-CTL-NO-LOG TO TRUE
               MOVE WS-CTL-JOBID TO WS-F-JOBID
               MOVE SYSNAM OF CTLREC TO WS-F-SYSNAM
               STRING 'MARKED DONE ' RUNDATE OF CTLREC ' '
                      RUNHORA OF CTLREC ' - NO LOG ON FILE'
                      DELIMITED BY SIZE
                      INTO WS-F-DETAIL
               MOVE 'REPORTED' TO WS-F-ACTION
               PERFORM 8000-WRITE-FINDING
            END-IF.
       7000-PRINT-COUNTS.
            IF WS-TOTFOUND = ZEROES
               WRITE RPTREC FORMAT 'NONE'
            END-IF.
            WRITE RPTREC FORMAT 'CNTHDR'.
            PERFORM VARYING WS-CIDX FROM 1 BY 1 UNTIL WS-CIDX > 10
               MOVE CHK-TAB-TITLE (WS-CIDX) TO CHKTTL OF CNTLINE-O
               MOVE CHK-TAB-FOUND (WS-CIDX) TO FOUND OF CNTLINE-O
               MOVE CHK-TAB-FIXED (WS-CIDX) TO FIXED OF CNTLINE-O
               WRITE RPTREC FROM CNTLINE-O FORMAT 'CNTLINE'
            END-PERFORM.
            MOVE WS-TOTFOUND TO TOTFOUND OF TOTALS-O.
            MOVE WS-TOTFIXED TO TOTFIXED OF TOTALS-O.
            MOVE WS-TOTFAIL  TO TOTFAIL OF TOTALS-O.
            WRITE RPTREC FROM TOTALS-O FORMAT 'TOTALS'.
            IF WS-TOTFAIL > ZEROES
               DISPLAY 'JLVERIFY - ' WS-TOTFAIL ' REPAIR(S) FAILED, '
                       'SEE THE JOB LOG FOR THE FILE ERRORS'
            END-IF.
      *****************************************************************
      *    One finding line; counts it against its check, and as a   *
      *    fix or a failed fix by the action.  An outcome line of a  *
      *    deferred delete (F-OUTCOME) follows a finding already     *
      *    counted, so it counts only as the fix or the failure.     *
      *****************************************************************
       8000-WRITE-FINDING.
            MOVE CHK-TAB-CODE (WS-CHK) TO CHKCODE OF FINDING-O.
            MOVE WS-F-JOBID            TO JOBID OF FINDING-O.
            MOVE WS-F-SEQ              TO SEQ OF FINDING-O.
            MOVE WS-F-SYSNAM           TO SYSNAM OF FINDING-O.
            MOVE WS-F-DETAIL           TO FNDTXT OF FINDING-O.
            MOVE WS-F-ACTION           TO ACTION OF FINDING-O.
            WRITE RPTREC FROM FINDING-O FORMAT 'FINDING'.
            IF NOT-F-OUTCOME
               ADD 1 TO CHK-TAB-FOUND (WS-CHK)
               ADD 1 TO WS-TOTFOUND
            END-IF.
            IF ACTION-IS-FIX
               ADD 1 TO CHK-TAB-FIXED (WS-CHK)
               ADD 1 TO WS-TOTFIXED
            END-IF.
            IF ACTION-IS-FAIL
               ADD 1 TO WS-TOTFAIL
            END-IF.
            MOVE SPACES TO WS-F-JOBID WS-F-SYSNAM WS-F-DETAIL
                           WS-F-ACTION.
            MOVE ZEROES TO WS-F-SEQ.
            SET NOT-F-OUTCOME TO TRUE.
      *****************************************************************
      *    Rebuild the job's JOBSUMF row from the totals gathered in *
      *    2200-TAKE-HEADER, as JLRESTOR does after a restore.       *
      *****************************************************************
       8200-WRITE-SUMMARY.
            MOVE WS-CURJOBID TO WS-DEL-JOBID.
            MOVE WS-CURSYS   TO WS-DEL-SYSNAM.
            PERFORM 8300-DELETE-SUMMARY.
            COMPUTE WS-YMD = WS-SUM-STRDATE + 19000000.
            COMPUTE WS-STR-DAYS = FUNCTION INTEGER-OF-DATE(WS-YMD).
            COMPUTE WS-YMD = WS-SUM-ENDDATE + 19000000.
            COMPUTE WS-END-DAYS = FUNCTION INTEGER-OF-DATE(WS-YMD).
            MOVE WS-SUM-STRHORA TO WS-HMS.
            COMPUTE WS-STR-SECS = WS-HMS-HH * 3600
                    + WS-HMS-MM * 60 + WS-HMS-SS.
            MOVE WS-SUM-ENDHORA TO WS-HMS.
            COMPUTE WS-END-SECS = WS-HMS-HH * 3600
                    + WS-HMS-MM * 60 + WS-HMS-SS.
            COMPUTE WS-DURSEC =
                    (WS-END-DAYS - WS-STR-DAYS) * 86400
                    + WS-END-SECS - WS-STR-SECS.
            IF WS-DURSEC < ZEROES
               MOVE ZEROES TO WS-DURSEC
            END-IF.
            MOVE WS-CURJOBID      TO JOBID OF RECFILE3.
            MOVE WS-CURSYS        TO SYSNAM OF RECFILE3.
            MOVE WS-SUM-STRDATE   TO STRDATE OF RECFILE3.
            MOVE WS-SUM-STRHORA   TO STRHORA OF RECFILE3.
            MOVE WS-SUM-ENDDATE   TO ENDDATE OF RECFILE3.
            MOVE WS-SUM-ENDHORA   TO ENDHORA OF RECFILE3.
            MOVE WS-DURSEC        TO DURSEC OF RECFILE3.
            MOVE WS-MSGCNT        TO MSGCNT OF RECFILE3.
            MOVE WS-SUM-MAXSEV    TO MAXSEV OF RECFILE3.
            MOVE WS-SUM-ENDFLG    TO ENDFLG OF RECFILE3.
            MOVE WS-SUM-ENDMSGID  TO ENDMSGID OF RECFILE3.
            MOVE WS-SUM-ENDTXT    TO ENDTXT OF RECFILE3.
            WRITE RECFILE3.
            IF NOT FILE3-OK
               DISPLAY 'JLVERIFY - FILE3 WRITE ERROR, STATUS '
                       FILE3STATUS
               SET FIX-ERR TO TRUE
            END-IF.
       8300-DELETE-SUMMARY.
            SET NOT-DEL-EOF TO TRUE.
            MOVE WS-DEL-JOBID TO JOBID OF RECFILE3.
            START FILE3 KEY IS EQUAL TO JOBID OF RECFILE3
                INVALID KEY SET DEL-EOF TO TRUE
            END-START.
            IF NOT FILE3-OK AND NOT DEL-EOF
               DISPLAY 'JLVERIFY - FILE3 START ERROR, STATUS '
                       FILE3STATUS
               SET FIX-ERR TO TRUE
               SET DEL-EOF TO TRUE
            END-IF.
            PERFORM UNTIL DEL-EOF
               READ FILE3 NEXT RECORD
                   AT END SET DEL-EOF TO TRUE
               END-READ
               IF NOT FILE3-OK AND NOT DEL-EOF
                  DISPLAY 'JLVERIFY - FILE3 READ ERROR, STATUS '
                          FILE3STATUS
                  SET FIX-ERR TO TRUE
                  SET DEL-EOF TO TRUE
               END-IF
               IF NOT DEL-EOF AND JOBID OF RECFILE3 NOT = WS-DEL-JOBID
                  SET DEL-EOF TO TRUE
               END-IF
               IF NOT DEL-EOF AND SYSNAM OF RECFILE3 = WS-DEL-SYSNAM
                  DELETE FILE3 RECORD
                  IF NOT FILE3-OK
                     DISPLAY 'JLVERIFY - FILE3 DELETE ERROR, STATUS '
                             FILE3STATUS
                     SET FIX-ERR TO TRUE
                     SET DEL-EOF TO TRUE
                  END-IF
               END-IF
            END-PERFORM.
      *****************************************************************
      *    Is WS-LOOK-JOBID of WS-LOOK-SYSNAM in JOBLOGF (8500) or   *
      *    JOBLOGA (8600) - any message of it when WS-LOOK-SEQ is    *
      *    zero, else that SEQ.  SEQ ascends within a JOBID/SYSNAM,  *
      *    so the read stops at the first SEQ of the system past the *
      *    one wanted.                                               *
      *****************************************************************
       8500-FIND-LIVE.
            SET NOT-LOOK-FOUND TO TRUE.
            SET NOT-LOOK-EOF TO TRUE.
            MOVE WS-LOOK-JOBID TO JOBID OF RECFILE.
            START FILE1 KEY IS EQUAL TO JOBID OF RECFILE
                INVALID KEY SET LOOK-EOF TO TRUE
            END-START.
            IF NOT FILE1-OK AND NOT LOOK-EOF
               DISPLAY 'JLVERIFY - FILE1 START ERROR, STATUS '
                       FILE1STATUS
               SET LOOK-EOF TO TRUE
            END-IF.
            PERFORM UNTIL LOOK-EOF OR LOOK-FOUND
               READ FILE1 NEXT RECORD
                   AT END SET LOOK-EOF TO TRUE
               END-READ
               IF NOT FILE1-OK AND NOT LOOK-EOF
                  DISPLAY 'JLVERIFY - FILE1 READ ERROR, STATUS '
                          FILE1STATUS
                  SET LOOK-EOF TO TRUE
               END-IF
               IF NOT LOOK-EOF
                  AND (JOBID OF RECFILE NOT = WS-LOOK-JOBID
                       OR SYSNAM OF RECFILE > WS-LOOK-SYSNAM
                       OR SYSNAM OF RECFILE = WS-LOOK-SYSNAM
                          AND SEQ OF RECFILE > WS-LOOK-SEQ
                          AND WS-LOOK-SEQ NOT = ZEROES)
                  SET LOOK-EOF TO TRUE
               END-IF
               IF NOT LOOK-EOF
                  AND SYSNAM OF RECFILE = WS-LOOK-SYSNAM
                  AND (WS-LOOK-SEQ = ZEROES
                       OR SEQ OF RECFILE = WS-LOOK-SEQ)
                  SET LOOK-FOUND TO TRUE
               END-IF
            END-PERFORM.
       8600-FIND-ARCHIVE.
            SET NOT-LOOK-FOUND TO TRUE.
            SET NOT-LOOK-EOF TO TRUE.
            MOVE WS-LOOK-JOBID TO JOBID OF ARCREC1.
            START ARCF1 KEY IS EQUAL TO JOBID OF ARCREC1
                INVALID KEY SET LOOK-EOF TO TRUE
            END-START.
            IF NOT ARC1-OK AND NOT LOOK-EOF
               DISPLAY 'JLVERIFY - ARCF1 START ERROR, STATUS '
                       ARC1STATUS
               SET LOOK-EOF TO TRUE
            END-IF.
            PERFORM UNTIL LOOK-EOF OR LOOK-FOUND
               READ ARCF1 NEXT RECORD
                   AT END SET LOOK-EOF TO TRUE
               END-READ
               IF NOT ARC1-OK AND NOT LOOK-EOF
                  DISPLAY 'JLVERIFY - ARCF1 READ ERROR, STATUS '
                          ARC1STATUS
                  SET LOOK-EOF TO TRUE
               END-IF
               IF NOT LOOK-EOF
                  AND (JOBID OF ARCREC1 NOT = WS-LOOK-JOBID
                       OR SYSNAM OF ARCREC1 > WS-LOOK-SYSNAM
                       OR SYSNAM OF ARCREC1 = WS-LOOK-SYSNAM
                          AND SEQ OF ARCREC1 > WS-LOOK-SEQ
                          AND WS-LOOK-SEQ NOT = ZEROES)
                  SET LOOK-EOF TO TRUE
               END-IF
               IF NOT LOOK-EOF
                  AND SYSNAM OF ARCREC1 = WS-LOOK-SYSNAM
                  AND (WS-LOOK-SEQ = ZEROES
                       OR SEQ OF ARCREC1 = WS-LOOK-SEQ)
                  SET LOOK-FOUND TO TRUE
               END-IF
            END-PERFORM.
       9000-TERMINATE.
            CLOSE FILE1
                  FILE2
                  FILE3
                  FILE5
                  FILE6
                  ARCF1
                  RPTFILE.
