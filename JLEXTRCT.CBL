      *                           marker found still I here on the
      *                           next run is reported as a died
      *                           mid-replace extract.
      *                 Oct2026 - JOBHIST now keeps every run attempt:
      *                           the record carries the job number,
      *                           and only a record for the same job
      *                           number (a re-extract of the same
      *                           run) is replaced.  A rerun under a
      *                           new job number on the same night
      *                           used to overwrite the failed first
      *                           attempt.  After each write the
      *                           night's runs of the name are
      *                           renumbered 1..N in start-time order
      *                           (ATTEMPT) and chained back to the
      *                           previous attempt (PRVNBR) for
      *                           RERUNRPT and MORNDGST.
      *                 Oct2026 - every distinct MSGID/FROMPGM pair
      *                           of the extracted run is folded into
      *                           the MSGBASE per-job-name message
      *                           baseline: first and last run seen,
      *                           the previous night seen and the
      *                           number of runs that issued it.
      *                           Like JOBHIST it is never purged, so
      *                           NEWMSGRPT and MORNDGST can tell a
      *                           message a job has never issued
      *                           before from one it issues nightly.
      *                 Oct2026 - every CPF/CPD/MCH message whose
      *                           first-level text names an object is
      *                           indexed in OBJREF (object, library,
      *                           type, member, user - parsed by
      *                           REFPARSE) against its JOBID/SEQ for
      *                           OBJINQ and LOCKRPT.  A replace-mode
      *                           re-extract removes the job's old
      *                           index entries along with its old
      *                           JOBLOGFD text.
      *                 Oct2026 - a JOBEND event carrying the JOBSUMF
      *                           outcome (FAILED when MAXSEV is 40 or
      *                           more or there is no completion
      *                           message, as MORNDGST counts it,
      *                           otherwise COMPLETED) is written to
      *                           EVENTF for EVTSEND to deliver to the
      *                           enterprise monitoring console.
      *                 Oct2026 - every record written now carries the
      *                           SYSNAM of the partition the job ran
      *                           on.  New parameter PSYSNAM: blank
      *                           extracts a job of this system as
      *                           before and stamps this system's
      *                           name (JLSYSNM); a partition name
      *                           pulls the job's spooled QPJOBLOG
      *                           from that partition through the DDM
      *                           file of the same name in JLDDM
      *                           (SBMRMTCMD CPYSPLF on the far side,
      *                           CPYF back into QTEMP/JLXWORK), so
      *                           one central repository holds every
      *                           partition's logs.  Replace, skip,
      *                           marker, summary, object index and
      *                           rerun chain handling only touch the
      *                           records of the job's own system -
      *                           a run on another partition is a
      *                           chain of its own; a record from
      *                           before the system was carried
      *                           (blank SYSNAM) counts as this
      *                           system's.
      *
      * @
      * JLEXTRCT builds one JOBLOGF header record and one JOBLOGFD detail
      * The column positions used to split a message header line come
      * from this shop's own DSPJOBLOG print layout - if the print width
      * or CCSID changes, WS-COL-* below must be recalibrated to match.
      *
      * For a remote partition the log parsed is the QPJOBLOG the job
      * spooled when it ended, which prints in the same layout.  Each
      * partition needs a DDM file in JLDDM named after it, pointing
      * at JLXWORK in JLCOLLECT on that partition:
      *     CRTDDMF FILE(JLDDM/sysname) RMTFILE(JLCOLLECT/JLXWORK)
      *             RMTLOCNAME(sysname *IP)
      * SBMRMTCMD runs the CPYSPLF in the DDM target job there, and
      * the CPYF through the same DDM file brings the lines back.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS JOBID OF RECFILE6 WITH DUPLICATES
                   FILE STATUS IS FILE6STATUS.
           SELECT FILE7 ASSIGN TO DISK-MSGBASE
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS JOBNAM OF RECFILE7 WITH DUPLICATES
                   FILE STATUS IS FILE7STATUS.
           SELECT FILE8 ASSIGN TO DISK-OBJREF
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS OBJNAM OF RECFILE8 WITH DUPLICATES
                   FILE STATUS IS FILE8STATUS.
           SELECT FILE9 ASSIGN TO DISK-EVENTF
                   FILE STATUS IS FILE9STATUS.
       DATA DIVISION.
       FILE SECTION.
        FD JLXWORK
             LABEL RECORDS ARE STANDARD.
         01 RECFILE6.
               COPY DDS-ALL-FORMATS OF JLXSTSF.
        FD FILE7
             LABEL RECORDS ARE STANDARD.
         01 RECFILE7.
               COPY DDS-ALL-FORMATS OF MSGBASE.
        FD FILE8
             LABEL RECORDS ARE STANDARD.
         01 RECFILE8.
               COPY DDS-ALL-FORMATS OF OBJREF.
        FD FILE9
             LABEL RECORDS ARE STANDARD.
         01 RECFILE9.
               COPY DDS-ALL-FORMATS OF EVENTF.
       WORKING-STORAGE SECTION.
       77   IND-OFF                       PIC 1       VALUE B"0".
       77   IND-ON                        PIC 1       VALUE B"1".
       77   DDM-LIB                       PIC X(10)   VALUE 'JLDDM'.
       77   RMT-LIB                       PIC X(10)   VALUE 'JLCOLLECT'.
       01   FILE2STATUS                   PIC XX.
           88 FILE2-OK                  VALUE "00".
       01   FILE3STATUS                   PIC XX.
       01   WS-DEL-EOF6                   PIC 1       VALUE B"0".
           88 DEL-EOF6                  VALUE B"1".
           88 NOT-DEL-EOF6              VALUE B"0".
       01   FILE7STATUS                   PIC XX.
           88 FILE7-OK                  VALUE "00".
       01   WS-DEL-EOF7                   PIC 1       VALUE B"0".
           88 DEL-EOF7                  VALUE B"1".
           88 NOT-DEL-EOF7              VALUE B"0".
       01   FILE8STATUS                   PIC XX.
           88 FILE8-OK                  VALUE "00".
       01   WS-DEL-EOF8                   PIC 1       VALUE B"0".
           88 DEL-EOF8                  VALUE B"1".
           88 NOT-DEL-EOF8              VALUE B"0".
       01   FILE9STATUS                   PIC XX.
           88 FILE9-OK                  VALUE "00".
       01   WS-EVT-STAMP                  PIC X(16)   VALUE SPACES.
       01   WS-EVT-YMD                    PIC 9(08)   VALUE ZEROES.
       01   WS-REF-OBJNAM                 PIC X(10)   VALUE SPACES.
       01   WS-REF-OBJLIB                 PIC X(10)   VALUE SPACES.
       01   WS-REF-OBJTYP                 PIC X(10)   VALUE SPACES.
       01   WS-REF-MBRNAM                 PIC X(10)   VALUE SPACES.
       01   WS-REF-REFUSR                 PIC X(10)   VALUE SPACES.
       01   WS-PAIR-CNT                   PIC 9(04)   VALUE ZEROES.
       01   WS-PIDX                       PIC 9(04)   VALUE ZEROES.
       01   WS-PAIR-FOUND                 PIC 1       VALUE B"0".
           88 PAIR-FOUND                VALUE B"1".
           88 NOT-PAIR-FOUND            VALUE B"0".
       01   WS-PAIR-FULL                  PIC 1       VALUE B"0".
           88 PAIR-TAB-FULL             VALUE B"1".
           88 NOT-PAIR-TAB-FULL         VALUE B"0".
       01   PAIR-TABLE.
         05 PAIR-TAB-ENTRY OCCURS 1 TO 2000 TIMES
              DEPENDING ON WS-PAIR-CNT.
            10 PAIR-TAB-MSGID            PIC X(07).
            10 PAIR-TAB-FROMPGM          PIC X(10).
            10 PAIR-TAB-SEEN             PIC X(01).
       01   WS-MARK                       PIC X(01)   VALUE SPACE.
       01   WS-MRK-YMD                    PIC 9(08)   VALUE ZEROES.
       01   WS-MRK-DATE                   PIC 9(07)   VALUE ZEROES.
         05  WS-JOBNBR                    PIC X(06).
         05  WS-JOBUSR                    PIC X(10).
         05  WS-JOBNAM                    PIC X(10).
      *****************************************************************
      *    WS-SYSNAM is stamped on every record written: the remote  *
      *    partition named in PSYSNAM (WS-RMTSYS), or this system's  *
      *    own name when PSYSNAM is blank.                           *
      *****************************************************************
       01   WS-SYSNAM                     PIC X(08)   VALUE SPACES.
       01   WS-RMTSYS                     PIC X(08)   VALUE SPACES.
       01   WS-CHKSYS                     PIC X(08)   VALUE SPACES.
       01   WS-SYS-MATCH                  PIC 1       VALUE B"0".
           88 SYS-MATCH                 VALUE B"1".
           88 NOT-SYS-MATCH             VALUE B"0".
       01   WS-SEQ                        PIC 9(10)   VALUE ZEROES.
       01   WS-ATTEMPT                    PIC 9(03)   VALUE ZEROES.
       01   WS-PRVNBR                     PIC X(06)   VALUE SPACES.
       01   WS-CMD                        PIC X(200).
       01   WS-CMDLEN                     PIC 9(9)    COMP-4.
       01   WS-INMSG                      PIC 1       VALUE B"0".
        01 PJOBUSER  PIC X(10).
        01 PJOBNBR   PIC X(06).
        01 PMODE     PIC X(01).
        01 PSYSNAM   PIC X(08).
       PROCEDURE DIVISION USING PJOBNAME
                                PJOBUSER
                                PJOBNBR
                                PMODE
                                PSYSNAM.
       MAINPROC.
            PERFORM 1000-INITIALIZE.
            IF NOT SKIP-EXTRACT
            MOVE PJOBNBR  TO WS-JOBNBR.
            MOVE PJOBUSER TO WS-JOBUSR.
            MOVE PJOBNAME TO WS-JOBNAM.
            MOVE PSYSNAM  TO WS-RMTSYS.
            IF WS-RMTSYS = SPACES
               CALL 'JLSYSNM' USING WS-SYSNAM
            ELSE
               MOVE WS-RMTSYS TO WS-SYSNAM
            END-IF.
            SET NOT-IN-MESSAGE TO TRUE.
            SET NOT-SKIP-EXTRACT TO TRUE.
            SET NOT-WRITE-ERR TO TRUE.
                            WS-SUM-MAXSEV.
            MOVE 'N' TO WS-SUM-ENDFLG.
            MOVE SPACES TO WS-SUM-ENDMSGID WS-SUM-ENDTXT.
            MOVE ZEROES TO WS-PAIR-CNT.
            SET NOT-PAIR-TAB-FULL TO TRUE.
            IF PMODE = 'S' OR PMODE = 'A'
               MOVE PMODE TO WS-MODE
            ELSE
            OPEN I-O FILE4.
            OPEN I-O FILE5.
            OPEN I-O FILE6.
            OPEN I-O FILE7.
            OPEN I-O FILE8.
            PERFORM 1600-CHECK-MARKER.
            PERFORM 1100-CHECK-EXISTING.
            IF JOB-EXISTS AND WS-MODE = 'S'
               SET SKIP-EXTRACT TO TRUE
               DISPLAY 'JLEXTRCT - JOB ALREADY EXTRACTED, SKIPPED: '
                       WS-JOBID ' ON ' WS-SYSNAM
            END-IF.
      *****************************************************************
      *    DSPJOBLOG/CPYSPLF run BEFORE the old records are deleted   *
      *    instead of losing the only copy of the log.                *
      *****************************************************************
            IF NOT SKIP-EXTRACT
               IF WS-RMTSYS = SPACES
                  PERFORM 1500-RUN-DSPJOBLOG
               ELSE
                  PERFORM 1550-PULL-REMOTE
               END-IF
               MOVE 'I' TO WS-MARK
               PERFORM 1700-SET-MARKER
               IF JOB-EXISTS AND WS-MODE = 'R'
      *    to replace it anyway; the point is to say so out loud.    *
      *****************************************************************
       1600-CHECK-MARKER.
            SET NOT-DEL-EOF6 TO TRUE.
            MOVE WS-JOBID TO JOBID OF RECFILE6.
            START FILE6 KEY IS EQUAL TO JOBID OF RECFILE6
                INVALID KEY SET DEL-EOF6 TO TRUE
            END-START.
            IF NOT FILE6-OK
               SET DEL-EOF6 TO TRUE
            END-IF.
            PERFORM UNTIL DEL-EOF6
               READ FILE6 NEXT RECORD
                   AT END SET DEL-EOF6 TO TRUE
               END-READ
               IF NOT FILE6-OK OR JOBID OF RECFILE6 NOT = WS-JOBID
                  SET DEL-EOF6 TO TRUE
               END-IF
               IF NOT DEL-EOF6
                  MOVE SYSNAM OF RECFILE6 TO WS-CHKSYS
                  PERFORM 1050-MATCH-SYSTEM
                  IF SYS-MATCH AND XSTS OF RECFILE6 = 'I'
                     DISPLAY 'JLEXTRCT - PREVIOUS EXTRACT DIED '
                             'MID-REPLACE FOR ' WS-JOBID
                             ' ON ' WS-SYSNAM ', RE-EXTRACTING'
                     SET DEL-EOF6 TO TRUE
                  END-IF
               END-IF
            END-PERFORM.
      *****************************************************************
      *    One marker record per JOBID and system: any rows already  *
      *    on file for the job on this system are removed and a      *
      *    fresh one written with WS-MARK and a date-time stamp.     *
      *****************************************************************
       1700-SET-MARKER.
            SET NOT-DEL-EOF6 TO TRUE.
                  SET DEL-EOF6 TO TRUE
               END-IF
               IF NOT DEL-EOF6
                  MOVE SYSNAM OF RECFILE6 TO WS-CHKSYS
                  PERFORM 1050-MATCH-SYSTEM
               END-IF
               IF NOT DEL-EOF6 AND SYS-MATCH
                  DELETE FILE6 RECORD
                  IF NOT FILE6-OK
                     DISPLAY 'JLEXTRCT - FILE6 DELETE ERROR, STATUS '
            COMPUTE WS-MRK-DATE = WS-MRK-YMD - 19000000.
            MOVE FUNCTION CURRENT-DATE (9:6) TO WS-MRK-HORA.
            MOVE WS-JOBID   TO JOBID OF RECFILE6.
            MOVE WS-SYSNAM  TO SYSNAM OF RECFILE6.
            MOVE WS-MARK    TO XSTS OF RECFILE6.
            MOVE WS-MRK-DATE TO XDATE OF RECFILE6.
            MOVE WS-MRK-HORA TO XHORA OF RECFILE6.
               DISPLAY 'JLEXTRCT - FILE6 WRITE ERROR, STATUS '
                       FILE6STATUS
            END-IF.
      *****************************************************************
      *    The same qualified job may be on file from another        *
      *    partition; only a copy from this job's system counts.     *
      *****************************************************************
       1100-CHECK-EXISTING.
            SET NOT-JOB-EXISTS TO TRUE.
            SET NOT-DEL-EOF2 TO TRUE.
            MOVE WS-JOBID TO JOBID OF RECFILE2.
            START FILE2 KEY IS EQUAL TO JOBID OF RECFILE2
                INVALID KEY SET DEL-EOF2 TO TRUE
            END-START.
            IF NOT FILE2-OK AND NOT DEL-EOF2
               DISPLAY 'JLEXTRCT - FILE2 START ERROR, STATUS '
                       FILE2STATUS
               SET DEL-EOF2 TO TRUE
            END-IF.
            PERFORM UNTIL DEL-EOF2 OR JOB-EXISTS
               READ FILE2 NEXT RECORD
                   AT END SET DEL-EOF2 TO TRUE
               END-READ
               IF NOT FILE2-OK AND NOT DEL-EOF2
                  DISPLAY 'JLEXTRCT - FILE2 READ ERROR, STATUS '
                          FILE2STATUS
                  SET DEL-EOF2 TO TRUE
               END-IF
               IF NOT DEL-EOF2 AND JOBID OF RECFILE2 NOT = WS-JOBID
                  SET DEL-EOF2 TO TRUE
               END-IF
               IF NOT DEL-EOF2
                  MOVE SYSNAM OF RECFILE2 TO WS-CHKSYS
                  PERFORM 1050-MATCH-SYSTEM
                  IF SYS-MATCH
                     SET JOB-EXISTS TO TRUE
                  END-IF
               END-IF
            END-PERFORM.
      *****************************************************************
      *    A record belongs to this job's system when its SYSNAM is  *
      *    WS-SYSNAM.  For a job of this system a blank SYSNAM also  *
      *    matches: those records were extracted here before the     *
      *    system was carried.                                       *
      *****************************************************************
       1050-MATCH-SYSTEM.
            IF WS-CHKSYS = WS-SYSNAM
               OR (WS-CHKSYS = SPACES AND WS-RMTSYS = SPACES)
               SET SYS-MATCH TO TRUE
            ELSE
               SET NOT-SYS-MATCH TO TRUE
            END-IF.
       1200-DELETE-JOBLOGF.
            SET NOT-DEL-EOF2 TO TRUE.
                  SET DEL-EOF2 TO TRUE
               END-IF
               IF NOT DEL-EOF2
                  MOVE SYSNAM OF RECFILE2 TO WS-CHKSYS
                  PERFORM 1050-MATCH-SYSTEM
               END-IF
               IF NOT DEL-EOF2 AND SYS-MATCH
                  DELETE FILE2 RECORD
                  IF NOT FILE2-OK
                     DISPLAY 'JLEXTRCT - FILE2 DELETE ERROR, STATUS '
                  SET DEL-EOF3 TO TRUE
               END-IF
               IF NOT DEL-EOF3
                  MOVE SYSNAM OF RECFILE3 TO WS-CHKSYS
                  PERFORM 1050-MATCH-SYSTEM
               END-IF
               IF NOT DEL-EOF3 AND SYS-MATCH
                  PERFORM 1310-DELETE-OBJREF
                  DELETE FILE3 RECORD
                  IF NOT FILE3-OK
                     DISPLAY 'JLEXTRCT - FILE3 DELETE ERROR, STATUS '
                  END-IF
               END-IF
            END-PERFORM.
      *****************************************************************
      *    OBJREF is keyed by object, not job, so the old entries    *
      *    are found by parsing each old message again: the object   *
      *    it names leads to its entries, and only this job's entry  *
      *    for this SEQ on this job's system is removed.             *
      *****************************************************************
       1310-DELETE-OBJREF.
            CALL 'REFPARSE' USING MSGLINES OF RECFILE3
                                  WS-REF-OBJNAM
                                  WS-REF-OBJLIB
                                  WS-REF-OBJTYP
                                  WS-REF-MBRNAM
                                  WS-REF-REFUSR.
            IF WS-REF-OBJNAM = SPACES
               SET DEL-EOF8 TO TRUE
            ELSE
               SET NOT-DEL-EOF8 TO TRUE
               MOVE WS-REF-OBJNAM TO OBJNAM OF RECFILE8
               START FILE8 KEY IS EQUAL TO OBJNAM OF RECFILE8
                   INVALID KEY SET DEL-EOF8 TO TRUE
               END-START
               IF NOT FILE8-OK AND NOT DEL-EOF8
                  DISPLAY 'JLEXTRCT - FILE8 START ERROR, STATUS '
                          FILE8STATUS
                  SET DEL-EOF8 TO TRUE
               END-IF
            END-IF.
            PERFORM UNTIL DEL-EOF8
               READ FILE8 NEXT RECORD
                   AT END SET DEL-EOF8 TO TRUE
               END-READ
               IF NOT FILE8-OK AND NOT DEL-EOF8
                  DISPLAY 'JLEXTRCT - FILE8 READ ERROR, STATUS '
                          FILE8STATUS
                  SET DEL-EOF8 TO TRUE
               END-IF
               IF NOT DEL-EOF8
                  AND OBJNAM OF RECFILE8 NOT = WS-REF-OBJNAM
                  SET DEL-EOF8 TO TRUE
               END-IF
               IF NOT DEL-EOF8
                  AND JOBID OF RECFILE8 = WS-JOBID
                  AND SEQ OF RECFILE8 = SEQ OF RECFILE3
                  MOVE SYSNAM OF RECFILE8 TO WS-CHKSYS
                  PERFORM 1050-MATCH-SYSTEM
               ELSE
                  SET NOT-SYS-MATCH TO TRUE
               END-IF
               IF NOT DEL-EOF8 AND SYS-MATCH
                  DELETE FILE8 RECORD
                  IF NOT FILE8-OK
                     DISPLAY 'JLEXTRCT - FILE8 DELETE ERROR, STATUS '
                             FILE8STATUS
                  END-IF
                  SET DEL-EOF8 TO TRUE
               END-IF
            END-PERFORM.
       1500-RUN-DSPJOBLOG.
            MOVE SPACES TO WS-CMD.
            STRING 'DSPJOBLOG JOB(' DELIMITED BY SIZE
            MOVE 200 TO WS-CMDLEN.
            CALL 'QCMDEXC' USING WS-CMD WS-CMDLEN.
            OPEN INPUT JLXWORK.
      *****************************************************************
      *    Remote partition: the job has ended there and its log is  *
      *    already spooled, so the far side only copies the spooled  *
      *    file into JLCOLLECT/JLXWORK and the lines come back over  *
      *    DDM.  A failure escapes out of QCMDEXC like a failed       *
      *    DSPJOBLOG, before anything on file has been touched.      *
      *****************************************************************
       1550-PULL-REMOTE.
            MOVE SPACES TO WS-CMD.
            STRING 'SBMRMTCMD CMD(''CPYSPLF FILE(QPJOBLOG) TOFILE('
                                     DELIMITED BY SIZE
                   RMT-LIB           DELIMITED BY SPACE
                   '/JLXWORK) JOB('  DELIMITED BY SIZE
                   WS-JOBNBR         DELIMITED BY SPACE
                   '/'               DELIMITED BY SIZE
                   WS-JOBUSR         DELIMITED BY SPACE
                   '/'               DELIMITED BY SIZE
                   WS-JOBNAM         DELIMITED BY SPACE
                   ') SPLNBR(*LAST) MBROPT(*REPLACE) CTLCHAR(*NONE)'')'
                                     DELIMITED BY SIZE
                   ' DDMFILE('       DELIMITED BY SIZE
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
            OPEN INPUT JLXWORK.
       2000-PROCESS-LINE.
            IF JLXLINE (WS-COL-MSGID:1) IS ALPHABETIC
               AND JLXLINE (WS-COL-MSGID + 6:1) NUMERIC
       2900-FLUSH-PENDING.
            ADD 1 TO WS-SEQ.
            MOVE WS-JOBID          TO JOBID OF RECFILE2.
            MOVE WS-SYSNAM         TO SYSNAM OF RECFILE2.
            MOVE WS-SEQ            TO SEQ OF RECFILE2.
            MOVE WS-PEND-MSGID     TO MSGID OF RECFILE2.
            MOVE WS-PEND-MSGTYP    TO MSGTYP OF RECFILE2.
            END-IF.
            IF NOT WRITE-ERR
               MOVE WS-JOBID          TO JOBID OF RECFILE3
               MOVE WS-SYSNAM         TO SYSNAM OF RECFILE3
               MOVE WS-SEQ            TO SEQ OF RECFILE3
               MOVE WS-PEND-MSGLINES  TO MSGLINES OF RECFILE3
               MOVE WS-PEND-SECLVLTXT TO SECLVLTXT OF RECFILE3
               MOVE WS-PEND-MSGID    TO WS-SUM-ENDMSGID
               MOVE WS-PEND-MSGLINES TO WS-SUM-ENDTXT
            END-IF.
            IF NOT WRITE-ERR AND WS-PEND-MSGID NOT = SPACES
               PERFORM 2950-NOTE-PAIR
            END-IF.
            IF NOT WRITE-ERR
               AND (WS-PEND-MSGID (1:3) = 'CPF'
                    OR WS-PEND-MSGID (1:3) = 'CPD'
                    OR WS-PEND-MSGID (1:3) = 'MCH')
               PERFORM 2960-INDEX-OBJREF
            END-IF.
      *****************************************************************
      *    The run's distinct MSGID/FROMPGM pairs for the MSGBASE    *
      *    baseline.  Impromptu messages (no MSGID) carry free text  *
      *    and are left out - every one would look new.              *
      *****************************************************************
       2950-NOTE-PAIR.
            SET NOT-PAIR-FOUND TO TRUE.
            PERFORM VARYING WS-PIDX FROM 1 BY 1
                UNTIL WS-PIDX > WS-PAIR-CNT OR PAIR-FOUND
               IF PAIR-TAB-MSGID (WS-PIDX) = WS-PEND-MSGID
                  AND PAIR-TAB-FROMPGM (WS-PIDX) = WS-PEND-FROMPGM
                  SET PAIR-FOUND TO TRUE
               END-IF
            END-PERFORM.
            IF NOT PAIR-FOUND
               IF WS-PAIR-CNT < 2000
                  ADD 1 TO WS-PAIR-CNT
                  MOVE WS-PEND-MSGID
                       TO PAIR-TAB-MSGID (WS-PAIR-CNT)
                  MOVE WS-PEND-FROMPGM
                       TO PAIR-TAB-FROMPGM (WS-PAIR-CNT)
                  MOVE 'N' TO PAIR-TAB-SEEN (WS-PAIR-CNT)
               ELSE
                  SET PAIR-TAB-FULL TO TRUE
               END-IF
            END-IF.
      *****************************************************************
      *    OBJREF entry for a message that names an object.  The     *
      *    index is secondary to the log itself, so a failed WRITE   *
      *    is reported but does not stop the extract.                *
      *****************************************************************
       2960-INDEX-OBJREF.
            CALL 'REFPARSE' USING WS-PEND-MSGLINES
                                  WS-REF-OBJNAM
                                  WS-REF-OBJLIB
                                  WS-REF-OBJTYP
                                  WS-REF-MBRNAM
                                  WS-REF-REFUSR.
            IF WS-REF-OBJNAM NOT = SPACES
               MOVE WS-REF-OBJNAM     TO OBJNAM OF RECFILE8
               MOVE WS-PEND-MSGDATE   TO MSGDATE OF RECFILE8
               MOVE WS-PEND-MSGHORA   TO MSGHORA OF RECFILE8
               MOVE WS-PEND-MSGTSEQ   TO MSGTSEQ OF RECFILE8
               MOVE WS-REF-OBJLIB     TO OBJLIB OF RECFILE8
               MOVE WS-REF-OBJTYP     TO OBJTYP OF RECFILE8
               MOVE WS-REF-MBRNAM     TO MBRNAM OF RECFILE8
               MOVE WS-REF-REFUSR     TO REFUSR OF RECFILE8
               MOVE WS-JOBID          TO JOBID OF RECFILE8
               MOVE WS-SEQ            TO SEQ OF RECFILE8
               MOVE WS-PEND-MSGID     TO MSGID OF RECFILE8
               MOVE WS-PEND-MSGSEV    TO MSGSEV OF RECFILE8
               MOVE WS-SYSNAM         TO SYSNAM OF RECFILE8
               WRITE RECFILE8
               IF NOT FILE8-OK
                  DISPLAY 'JLEXTRCT - FILE8 WRITE ERROR, STATUS '
                          FILE8STATUS
               END-IF
            END-IF.
      *****************************************************************
      *    One JOBSUMF row per extracted job.  Any summary already    *
      *    on file for the job is removed first, whatever the PMODE,  *
               MOVE ZEROES TO WS-DURSEC
            END-IF.
            MOVE WS-JOBID         TO JOBID OF RECFILE4.
            MOVE WS-SYSNAM        TO SYSNAM OF RECFILE4.
            MOVE WS-SUM-STRDATE   TO STRDATE OF RECFILE4.
            MOVE WS-SUM-STRHORA   TO STRHORA OF RECFILE4.
            MOVE WS-SUM-ENDDATE   TO ENDDATE OF RECFILE4.
                       FILE4STATUS
            END-IF.
            PERFORM 8200-WRITE-HISTORY.
            PERFORM 8300-UPDATE-BASELINE.
            PERFORM 8400-WRITE-EVENT.
       8100-DELETE-SUMMARY.
            SET NOT-DEL-EOF4 TO TRUE.
            MOVE WS-JOBID TO JOBID OF RECFILE4.
                  SET DEL-EOF4 TO TRUE
               END-IF
               IF NOT DEL-EOF4
                  MOVE SYSNAM OF RECFILE4 TO WS-CHKSYS
                  PERFORM 1050-MATCH-SYSTEM
               END-IF
               IF NOT DEL-EOF4 AND SYS-MATCH
                  DELETE FILE4 RECORD
                  IF NOT FILE4-OK
                     DISPLAY 'JLEXTRCT - FILE4 DELETE ERROR, STATUS '
               END-IF
            END-PERFORM.
      *****************************************************************
      *    One JOBHIST record per run attempt - the persistent       *
      *    baseline TRENDRPT and MORNDGST trend against and the      *
      *    rerun chain RERUNRPT reports.  A record already on file   *
      *    for the same job number (a re-extract of the same run)    *
      *    is replaced; a rerun under a new job number is kept as    *
      *    another attempt.  JLPURGE never touches JOBHIST, so this  *
      *    survives the detail retention.                            *
      *****************************************************************
       8200-WRITE-HISTORY.
            PERFORM 8210-DELETE-HISTORY.
            MOVE WS-SEQ           TO MSGCNT OF RECFILE5.
            MOVE WS-SUM-MAXSEV    TO MAXSEV OF RECFILE5.
            MOVE WS-SUM-ENDFLG    TO ENDFLG OF RECFILE5.
            MOVE WS-JOBNBR        TO JOBNBR OF RECFILE5.
            MOVE ZEROES           TO ATTEMPT OF RECFILE5.
            MOVE SPACES           TO PRVNBR OF RECFILE5.
            MOVE WS-SYSNAM        TO SYSNAM OF RECFILE5.
            WRITE RECFILE5.
            IF NOT FILE5-OK
               DISPLAY 'JLEXTRCT - FILE5 WRITE ERROR, STATUS '
                       FILE5STATUS
            ELSE
               PERFORM 8220-CHAIN-HISTORY
            END-IF.
      *****************************************************************
      *    A record written before JOBHIST carried the job number    *
      *    has a blank JOBNBR; it is the same run when the start     *
      *    time matches, and is replaced like any other re-extract.  *
      *    Job numbers repeat across partitions, so the run must     *
      *    also be on this job's system.                             *
      *****************************************************************
       8210-DELETE-HISTORY.
            SET NOT-DEL-EOF5 TO TRUE.
            MOVE WS-JOBNAM TO JOBNAM OF RECFILE5.
                  SET DEL-EOF5 TO TRUE
               END-IF
               IF NOT DEL-EOF5
                  MOVE SYSNAM OF RECFILE5 TO WS-CHKSYS
                  PERFORM 1050-MATCH-SYSTEM
               END-IF
               IF NOT DEL-EOF5 AND SYS-MATCH
                  AND RUNDATE OF RECFILE5 = WS-SUM-STRDATE
                  AND (JOBNBR OF RECFILE5 = WS-JOBNBR
                       OR (JOBNBR OF RECFILE5 = SPACES
                           AND STRHORA OF RECFILE5
                               = WS-SUM-STRHORA))
                  DELETE FILE5 RECORD
                  IF NOT FILE5-OK
                     DISPLAY 'JLEXTRCT - FILE5 DELETE ERROR, STATUS '
                  END-IF
               END-IF
            END-PERFORM.
      *****************************************************************
      *    Renumber the night's rerun chain for the name.  JOBHIST   *
      *    is keyed name, run date, start time, job number, so the   *
      *    runs of one date arrive in start-time order: each gets    *
      *    the next ATTEMPT number and the job number of the run     *
      *    before it in PRVNBR.  Done on every write because jobs    *
      *    are not always extracted in the order they ran.  Only     *
      *    the runs on this job's system are in its chain - a run    *
      *    of the same name on another partition is its own chain.   *
      *****************************************************************
       8220-CHAIN-HISTORY.
            MOVE ZEROES TO WS-ATTEMPT.
            MOVE SPACES TO WS-PRVNBR.
            SET NOT-DEL-EOF5 TO TRUE.
            MOVE WS-JOBNAM TO JOBNAM OF RECFILE5.
            START FILE5 KEY IS EQUAL TO JOBNAM OF RECFILE5
                INVALID KEY SET DEL-EOF5 TO TRUE
            END-START.
            IF NOT FILE5-OK AND NOT DEL-EOF5
               DISPLAY 'JLEXTRCT - FILE5 START ERROR, STATUS '
                       FILE5STATUS
               SET DEL-EOF5 TO TRUE
            END-IF.
            PERFORM UNTIL DEL-EOF5
               READ FILE5 NEXT RECORD
                   AT END SET DEL-EOF5 TO TRUE
               END-READ
               IF NOT FILE5-OK AND NOT DEL-EOF5
                  DISPLAY 'JLEXTRCT - FILE5 READ ERROR, STATUS '
                          FILE5STATUS
                  SET DEL-EOF5 TO TRUE
               END-IF
               IF NOT DEL-EOF5 AND JOBNAM OF RECFILE5 NOT = WS-JOBNAM
                  SET DEL-EOF5 TO TRUE
               END-IF
               IF NOT DEL-EOF5
                  MOVE SYSNAM OF RECFILE5 TO WS-CHKSYS
                  PERFORM 1050-MATCH-SYSTEM
               END-IF
               IF NOT DEL-EOF5 AND SYS-MATCH
                  AND RUNDATE OF RECFILE5 = WS-SUM-STRDATE
                  ADD 1 TO WS-ATTEMPT
                  MOVE WS-ATTEMPT TO ATTEMPT OF RECFILE5
                  MOVE WS-PRVNBR  TO PRVNBR OF RECFILE5
                  MOVE JOBNBR OF RECFILE5 TO WS-PRVNBR
                  REWRITE RECFILE5
                  IF NOT FILE5-OK
                     DISPLAY 'JLEXTRCT - FILE5 REWRITE ERROR, STATUS '
                             FILE5STATUS
                     SET DEL-EOF5 TO TRUE
                  END-IF
               END-IF
            END-PERFORM.
      *****************************************************************
      *    Fold the run's pairs into MSGBASE.  One pass over the     *
      *    name's baseline records updates the pairs already known;  *
      *    the pairs left unmatched are written as first seen.  The  *
      *    run counts once per job number, so a re-extract of the    *
      *    same run changes nothing; PRVDATE only moves when the     *
      *    pair turns up on a later night than its last one, so a    *
      *    rerun the same night does not hide a long gap.  A run     *
      *    extracted out of order never moves last-seen backwards.   *
      *****************************************************************
       8300-UPDATE-BASELINE.
            SET NOT-DEL-EOF7 TO TRUE.
            MOVE WS-JOBNAM TO JOBNAM OF RECFILE7.
            START FILE7 KEY IS EQUAL TO JOBNAM OF RECFILE7
                INVALID KEY SET DEL-EOF7 TO TRUE
            END-START.
            IF NOT FILE7-OK AND NOT DEL-EOF7
               DISPLAY 'JLEXTRCT - FILE7 START ERROR, STATUS '
                       FILE7STATUS
               SET DEL-EOF7 TO TRUE
            END-IF.
            PERFORM UNTIL DEL-EOF7
               READ FILE7 NEXT RECORD
                   AT END SET DEL-EOF7 TO TRUE
               END-READ
               IF NOT FILE7-OK AND NOT DEL-EOF7
                  DISPLAY 'JLEXTRCT - FILE7 READ ERROR, STATUS '
                          FILE7STATUS
                  SET DEL-EOF7 TO TRUE
               END-IF
               IF NOT DEL-EOF7 AND JOBNAM OF RECFILE7 NOT = WS-JOBNAM
                  SET DEL-EOF7 TO TRUE
               END-IF
               IF NOT DEL-EOF7
                  PERFORM 8310-MATCH-PAIR
               END-IF
            END-PERFORM.
            PERFORM VARYING WS-PIDX FROM 1 BY 1
                UNTIL WS-PIDX > WS-PAIR-CNT
               IF PAIR-TAB-SEEN (WS-PIDX) = 'N'
                  MOVE WS-JOBNAM        TO JOBNAM OF RECFILE7
                  MOVE PAIR-TAB-MSGID (WS-PIDX)
                       TO MSGID OF RECFILE7
                  MOVE PAIR-TAB-FROMPGM (WS-PIDX)
                       TO FROMPGM OF RECFILE7
                  MOVE WS-SUM-STRDATE   TO FSTDATE OF RECFILE7
                                           LSTDATE OF RECFILE7
                  MOVE WS-SUM-STRHORA   TO FSTHORA OF RECFILE7
                                           LSTHORA OF RECFILE7
                  MOVE ZEROES           TO PRVDATE OF RECFILE7
                  MOVE 1                TO RUNCNT OF RECFILE7
                  MOVE WS-JOBNBR        TO LSTNBR OF RECFILE7
                  WRITE RECFILE7
                  IF NOT FILE7-OK
                     DISPLAY 'JLEXTRCT - FILE7 WRITE ERROR, STATUS '
                             FILE7STATUS
                  END-IF
               END-IF
            END-PERFORM.
            IF PAIR-TAB-FULL
               DISPLAY 'JLEXTRCT - MORE THAN 2000 DISTINCT MESSAGES '
                       'IN ' WS-JOBID ', BASELINE INCOMPLETE'
            END-IF.
       8310-MATCH-PAIR.
            SET NOT-PAIR-FOUND TO TRUE.
            PERFORM VARYING WS-PIDX FROM 1 BY 1
                UNTIL WS-PIDX > WS-PAIR-CNT OR PAIR-FOUND
               IF PAIR-TAB-MSGID (WS-PIDX) = MSGID OF RECFILE7
                  AND PAIR-TAB-FROMPGM (WS-PIDX) = FROMPGM OF RECFILE7
                  SET PAIR-FOUND TO TRUE
                  MOVE 'Y' TO PAIR-TAB-SEEN (WS-PIDX)
               END-IF
            END-PERFORM.
            IF PAIR-FOUND AND LSTNBR OF RECFILE7 NOT = WS-JOBNBR
               IF WS-SUM-STRDATE > LSTDATE OF RECFILE7
                  MOVE LSTDATE OF RECFILE7 TO PRVDATE OF RECFILE7
               END-IF
               IF WS-SUM-STRDATE > LSTDATE OF RECFILE7
                  OR (WS-SUM-STRDATE = LSTDATE OF RECFILE7
                      AND WS-SUM-STRHORA > LSTHORA OF RECFILE7)
                  MOVE WS-SUM-STRDATE TO LSTDATE OF RECFILE7
                  MOVE WS-SUM-STRHORA TO LSTHORA OF RECFILE7
                  MOVE WS-JOBNBR      TO LSTNBR OF RECFILE7
               END-IF
               IF WS-SUM-STRDATE < FSTDATE OF RECFILE7
                  OR (WS-SUM-STRDATE = FSTDATE OF RECFILE7
                      AND WS-SUM-STRHORA < FSTHORA OF RECFILE7)
                  MOVE WS-SUM-STRDATE TO FSTDATE OF RECFILE7
                  MOVE WS-SUM-STRHORA TO FSTHORA OF RECFILE7
               END-IF
               ADD 1 TO RUNCNT OF RECFILE7
               REWRITE RECFILE7
               IF NOT FILE7-OK
                  DISPLAY 'JLEXTRCT - FILE7 REWRITE ERROR, STATUS '
                          FILE7STATUS
                  SET DEL-EOF7 TO TRUE
               END-IF
            END-IF.
      *****************************************************************
      *    JOBEND event for the monitoring feed, written only once    *
      *    the summary is on file so the outcome sent is the one     *
      *    JOBSUMF holds.  EVENTF is opened just for the one record; *
      *    a failure is logged but does not fail the extract.        *
      *****************************************************************
       8400-WRITE-EVENT.
            OPEN EXTEND FILE9.
            IF NOT FILE9-OK
               DISPLAY 'JLEXTRCT - EVENTF OPEN ERROR, STATUS '
                       FILE9STATUS
            ELSE
               MOVE FUNCTION CURRENT-DATE (1:16) TO WS-EVT-STAMP
               MOVE WS-EVT-STAMP (1:8) TO WS-EVT-YMD
               COMPUTE EVTDATE OF RECFILE9 = WS-EVT-YMD - 19000000
               MOVE WS-EVT-STAMP (9:6)  TO EVTHORA OF RECFILE9
               MOVE WS-EVT-STAMP (15:2) TO EVTHSEC OF RECFILE9
               MOVE 'JLEXTRCT'          TO EVTSRC OF RECFILE9
               MOVE 'JOBEND'            TO EVTTYP OF RECFILE9
               MOVE WS-JOBID            TO JOBID OF RECFILE9
               MOVE WS-SYSNAM           TO SYSNAM OF RECFILE9
               MOVE WS-JOBNAM           TO JOBNAM OF RECFILE9
               MOVE WS-SUM-STRDATE      TO RUNDATE OF RECFILE9
               MOVE ZEROES              TO SEQ OF RECFILE9
               MOVE WS-SUM-ENDMSGID     TO MSGID OF RECFILE9
               MOVE WS-SUM-MAXSEV       TO MSGSEV OF RECFILE9
               MOVE WS-SEQ              TO MSGCNT OF RECFILE9
               IF WS-SUM-MAXSEV NOT < 40 OR WS-SUM-ENDFLG = 'N'
                  MOVE 'FAILED'    TO OUTCOME OF RECFILE9
               ELSE
                  MOVE 'COMPLETED' TO OUTCOME OF RECFILE9
               END-IF
               MOVE SPACES              TO EVTUSR OF RECFILE9
               MOVE WS-SUM-ENDTXT       TO EVTTXT OF RECFILE9
               MOVE SPACES              TO SNDSTS OF RECFILE9
               MOVE ZEROES              TO RTYCNT OF RECFILE9
                                           SNDDATE OF RECFILE9
                                           SNDHORA OF RECFILE9
               WRITE RECFILE9
               IF NOT FILE9-OK
                  DISPLAY 'JLEXTRCT - EVENTF WRITE ERROR, STATUS '
                          FILE9STATUS
               END-IF
               CLOSE FILE9
            END-IF.
       9000-TERMINATE.
            IF NOT SKIP-EXTRACT
               CLOSE JLXWORK
                  FILE3
                  FILE4
                  FILE5
                  FILE6
                  FILE7
                  FILE8.
