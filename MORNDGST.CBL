      *                           baseline, so the digest and the
      *                           trend report can never disagree
      *                           about what counts as slow.
      *                 Oct2026 - a bad job that a later attempt of
      *                           the same name on the same night
      *                           ran clean (MAXSEV under 40 and the
      *                           completion message present) is now
      *                           noted RECOVERED ON ATTEMPT N from
      *                           the JOBHIST rerun chain, so the
      *                           morning review can tell a failure
      *                           already dealt with overnight from
      *                           one still waiting.  JOBSUMF is now
      *                           opened for the bad-jobs scan.
      *                 Oct2026 - every alert is followed by its
      *                           ESCLSCN escalation steps from
      *                           ALERTESC (tier, contact, address,
      *                           date/time) and by who acknowledged
      *                           it and how many minutes after it
      *                           was raised - or NOT ACKNOWLEDGED.
      *                 Oct2026 - new section from the MSGBASE message
      *                           baseline: every MSGID/FROMPGM pair
      *                           a job name issued for the first
      *                           time since the previous digest, or
      *                           issued again after GAP-DAYS or more
      *                           without it, with the counts; the
      *                           total joins the closing line.
      *                 Oct2026 - parameter PSYSNAM limits the digest
      *                           to one system (blank = every
      *                           system); each line shows the system
      *                           its job ran on.  DGSTCTL keeps one
      *                           stamp per system the digest is run
      *                           for, the all-systems stamp blank.
      *                 Oct2026 - the alert, bad-job and *SLOW sections
      *                           are grouped by the team that owns
      *                           the job (JOBOWNR through JLOWNER),
      *                           each team headed with its contact
      *                           and escalate-to, jobs with no owner
      *                           last.  New section listing every
      *                           job name of the night that has no
      *                           owner on file.  New parameter PTEAM
      *                           prints one team's digest - only its
      *                           own jobs, in every section - spooled
      *                           to the team's output queue; DGSTCTL
      *                           keeps a stamp per system and team.
      *                 Oct2026 - an alert's escalation steps are
      *                           matched on its system as well as
      *                           JOBID/SEQ, and a bad job is only
      *                           RECOVERED by a clean rerun on its
      *                           own system.
      *                 Oct2026 - a team's output queue is checked with
      *                           CHKOBJ (JLRUNCMD) before the
      *                           OVRPRTF; a missing or unusable one
      *                           sends the team digest to the
      *                           default queue instead of ending it.
      *
      * @
      * "Since the previous digest" is the DGSTCTL stamp: alerts and
      * file, the same rule JLDRIVER applies.  Every empty section
      * prints NOTHING TO REPORT - a clean night should say so
      * explicitly, not leave blank space to wonder about.
      *
      * With PSYSNAM set, the JLXCTL, alert, bad-job and *SLOW
      * sections keep only that system's entries (a blank SYSNAM on
      * a record is this system, as JLDRIVER and JLEXTRCT have always
      * collected it).  The *SLOW averages still pool every system's
      * runs of the job name, as JOBHIST does; the MSGBASE section is
      * per job name and is printed whole.
      *
      * With PTEAM blank the digest is the operations one: every job,
      * the alert, bad-job and *SLOW lines grouped under the team that
      * owns each job and the unowned jobs both grouped last and
      * listed, with their runs, in a section of their own so the gaps
      * in JOBOWNR get filled.  With PTEAM set only the jobs that team
      * owns are kept in every section, the MSGBASE one included, no
      * unowned-jobs section is printed, and the report goes to the
      * output queue of the team's first JOBOWNR entry that has one
      * (the default queue if none has).  The grouping tables hold
      * 2000 lines a section; lines past that are counted in the
      * totals but not printed.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                   FILE STATUS IS CTLSTATUS.
           SELECT ALERTF ASSIGN TO DISK-ALERTF
                   FILE STATUS IS AFILESTATUS.
           SELECT ESCF ASSIGN TO DISK-ALERTESC
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS JOBID OF ESCREC WITH DUPLICATES
                   FILE STATUS IS ESCSTATUS.
           SELECT FILE1 ASSIGN TO DISK-JOBSUMF
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS JOBNAM OF HISTREC WITH DUPLICATES
                   FILE STATUS IS HISTSTATUS.
           SELECT BASEF ASSIGN TO DISK-MSGBASE
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS JOBNAM OF BASEREC WITH DUPLICATES
                   FILE STATUS IS BASESTATUS.
           SELECT RPTFILE ASSIGN TO PRINTER-QPRINT.
       DATA DIVISION.
       FILE SECTION.
         01 ALERTREC.
               COPY DDS-ALL-FORMATS OF ALERTF.
         88 EOFALERT                    VALUE B"1".
        FD ESCF.
         01 ESCREC.
               COPY DDS-ALL-FORMATS OF ALERTESC.
        FD FILE1.
         01 RECFILE.
               COPY DDS-ALL-FORMATS OF JOBSUMF.
         01 HISTREC.
               COPY DDS-ALL-FORMATS OF JOBHIST.
         88 EOFHIST                     VALUE B"1".
        FD BASEF.
         01 BASEREC.
               COPY DDS-ALL-FORMATS OF MSGBASE.
        FD RPTFILE
             LABEL RECORDS ARE STANDARD.
         01 RPTREC.
       77   IND-OFF                       PIC 1       VALUE B"0".
       77   IND-ON                        PIC 1       VALUE B"1".
       77   TREND-WINDOW                  PIC 9(03)   VALUE 090.
       77   GAP-DAYS                      PIC 9(03)   VALUE 030.
       01   DGSTSTATUS                    PIC XX.
           88 DGST-OK                   VALUE "00".
       01   CTLSTATUS                     PIC XX.
           88 CTL-OK                    VALUE "00".
       01   AFILESTATUS                   PIC XX.
           88 AFILE-OK                  VALUE "00".
       01   BASESTATUS                    PIC XX.
           88 BASE-OK                   VALUE "00".
       01   ESCSTATUS                     PIC XX.
           88 ESC-OK                    VALUE "00".
       01   FILE1STATUS                   PIC XX.
           88 FILE1-OK                  VALUE "00".
       01   HISTSTATUS                    PIC XX.
       01   WS-CNT-ALRT                   PIC 9(05)   VALUE ZEROES.
       01   WS-CNT-BAD                    PIC 9(05)   VALUE ZEROES.
       01   WS-CNT-SLOW                   PIC 9(05)   VALUE ZEROES.
       01   WS-CNT-NEWM                   PIC 9(05)   VALUE ZEROES.
       01   WS-CNT-BACK                   PIC 9(05)   VALUE ZEROES.
       01   WS-LST-DAYS                   PIC 9(08)   VALUE ZEROES.
       01   WS-PRV-DAYS                   PIC 9(08)   VALUE ZEROES.
       01   WS-GAP                        PIC 9(05)   VALUE ZEROES.
       01   WS-GAP-EDIT                   PIC Z(04)9.
       01   WS-RUN-CNT                    PIC 9(04)   VALUE ZEROES.
       01   WS-IDX                        PIC 9(04)   VALUE ZEROES.
       01   WS-IDX2                       PIC 9(04)   VALUE ZEROES.
               15 RUN-TAB-STRHORA        PIC 9(06).
            10 RUN-TAB-DURSEC            PIC 9(09).
            10 RUN-TAB-DOW               PIC 9(01).
            10 RUN-TAB-SYSNAM            PIC X(08).
       01   WS-SWAP-ENTRY                 PIC X(41).
       01   WS-RCV-JOBNAM                 PIC X(10)   VALUE SPACES.
       01   WS-RCV-ATTEMPT                PIC 9(03)   VALUE ZEROES.
       01   WS-RCV-SYSNAM                 PIC X(08)   VALUE SPACES.
       01   WS-RCV-EDIT                   PIC ZZ9.
       01   WS-RCV-EOF                    PIC 1       VALUE B"0".
           88 RCV-EOF                   VALUE B"1".
           88 NOT-RCV-EOF               VALUE B"0".
       01   WS-ESC-EOF                    PIC 1       VALUE B"0".
           88 ESC-EOF                   VALUE B"1".
           88 NOT-ESC-EOF               VALUE B"0".
       01   WS-CNV-DATE                   PIC 9(07)   VALUE ZEROES.
       01   WS-CNV-HORA                   PIC 9(06).
       01   WS-CNV-R REDEFINES WS-CNV-HORA.
         05  WS-CNV-HH                    PIC 9(02).
         05  WS-CNV-MM                    PIC 9(02).
         05  WS-CNV-SS                    PIC 9(02).
       01   WS-CNV-YMD                    PIC 9(08)   VALUE ZEROES.
       01   WS-CNV-ABS                    PIC 9(11)   VALUE ZEROES.
       01   WS-RAISEABS                   PIC 9(11)   VALUE ZEROES.
       01   WS-ACKMIN                     PIC S9(11)  VALUE ZEROES.
       01   WS-FLTSYS                     PIC X(08)   VALUE SPACES.
       01   WS-LCLSYS                     PIC X(08)   VALUE SPACES.
       01   WS-CHKSYS                     PIC X(08)   VALUE SPACES.
       01   WS-SYS-MATCH                  PIC 1       VALUE B"0".
           88 SYS-MATCH                 VALUE B"1".
           88 NOT-SYS-MATCH             VALUE B"0".
       01   WS-FLTTEAM                    PIC X(10)   VALUE SPACES.
       01   WS-CHKJOB                     PIC X(10)   VALUE SPACES.
       01   WS-OWNPFX                     PIC X(10)   VALUE SPACES.
       01   WS-OWN-TEAM                   PIC X(10)   VALUE SPACES.
       01   WS-OWN-CONTACT                PIC X(30)   VALUE SPACES.
       01   WS-OWN-OUTQ                   PIC X(10)   VALUE SPACES.
       01   WS-OWN-OUTQLIB                PIC X(10)   VALUE SPACES.
       01   WS-OWN-ESCCONT                PIC X(30)   VALUE SPACES.
       01   WS-TEAM-MATCH                 PIC 1       VALUE B"0".
           88 TEAM-MATCH                VALUE B"1".
           88 NOT-TEAM-MATCH            VALUE B"0".
       01   WS-CMD                        PIC X(200).
       01   WS-CMDLEN                     PIC 9(9)    COMP-4.
       01   WS-CHKCMD                     PIC X(300)  VALUE SPACES.
       01   WS-RUN-MSGID                  PIC X(07)   VALUE SPACES.
       01   WS-OVR-DONE                   PIC 1       VALUE B"0".
           88 OVR-DONE                  VALUE B"1".
           88 NOT-OVR-DONE              VALUE B"0".
       01   WS-SECNAM                     PIC X(10)   VALUE SPACES.
       01   WS-PRV-TEAM                   PIC X(10)   VALUE SPACES.
       01   WS-LINE-REC                   PIC X(200)  VALUE SPACES.
       01   WS-LINE-CNT                   PIC 9(04)   VALUE ZEROES.
       01   WS-LIDX                       PIC 9(04)   VALUE ZEROES.
       01   WS-LIDX2                      PIC 9(04)   VALUE ZEROES.
       01   WS-LLOW                       PIC 9(04)   VALUE ZEROES.
       01   WS-LINE-FULL                  PIC 1       VALUE B"0".
           88 LINE-TAB-FULL             VALUE B"1".
           88 NOT-LINE-TAB-FULL         VALUE B"0".
       01   LINE-TABLE.
         05 LINE-TAB-ENTRY OCCURS 1 TO 2000 TIMES
              DEPENDING ON WS-LINE-CNT.
            10 LINE-TAB-KEY.
               15 LINE-TAB-TEAM          PIC X(10).
               15 LINE-TAB-SEQ           PIC 9(04).
            10 LINE-TAB-REC              PIC X(200).
       01   WS-LINE-SWAP                  PIC X(214).
       01   WS-CNT-NOWN                   PIC 9(05)   VALUE ZEROES.
       01   WS-NOWN-CNT                   PIC 9(04)   VALUE ZEROES.
       01   WS-NIDX                       PIC 9(04)   VALUE ZEROES.
       01   WS-NIDX2                      PIC 9(04)   VALUE ZEROES.
       01   WS-NLOW                       PIC 9(04)   VALUE ZEROES.
       01   WS-NOWN-HIT                   PIC 9(04)   VALUE ZEROES.
       01   WS-NOWN-FULL                  PIC 1       VALUE B"0".
           88 NOWN-TAB-FULL             VALUE B"1".
           88 NOT-NOWN-TAB-FULL         VALUE B"0".
       01   NOWN-TABLE.
         05 NOWN-TAB-ENTRY OCCURS 1 TO 1000 TIMES
              DEPENDING ON WS-NOWN-CNT.
            10 NOWN-TAB-JOBNAM           PIC X(10).
            10 NOWN-TAB-RUNS             PIC 9(05).
            10 NOWN-TAB-LSTDATE          PIC 9(07).
            10 NOWN-TAB-LSTHORA          PIC 9(06).
            10 NOWN-TAB-SYSNAM           PIC X(08).
       01   WS-NOWN-SWAP                  PIC X(36).
       LINKAGE SECTION.
        01 PSYSNAM   PIC X(08).
        01 PTEAM     PIC X(10).
       PROCEDURE DIVISION USING PSYSNAM
                                PTEAM.
       MAINPROC.
            PERFORM 1000-INITIALIZE.
            PERFORM 2000-SECTION-JLXCTL.
            PERFORM 3000-SECTION-ALERTS.
            PERFORM 4000-SECTION-BADJOBS.
            PERFORM 5000-SECTION-SLOW.
            PERFORM 6000-SECTION-NEWMSG.
            IF WS-FLTTEAM = SPACES
               PERFORM 6500-SECTION-NOOWNER
            END-IF.
            MOVE WS-CNT-FAIL TO TOTFAIL OF TOTALS-O.
            MOVE WS-CNT-ALRT TO TOTALRT OF TOTALS-O.
            MOVE WS-CNT-BAD  TO TOTBAD OF TOTALS-O.
            MOVE WS-CNT-SLOW TO TOTSLOW OF TOTALS-O.
            COMPUTE TOTNEWM OF TOTALS-O = WS-CNT-NEWM + WS-CNT-BACK.
            MOVE WS-CNT-NOWN TO TOTNOWN OF TOTALS-O.
            WRITE RPTREC FROM TOTALS-O FORMAT 'TOTALS'.
            PERFORM 7000-UPDATE-STAMP.
            PERFORM 9000-TERMINATE.
            MOVE FUNCTION CURRENT-DATE (1:8) TO WS-NOW-YMD.
            COMPUTE WS-NOWDATE = WS-NOW-YMD - 19000000.
            MOVE FUNCTION CURRENT-DATE (9:6) TO WS-NOWHORA.
            MOVE PSYSNAM TO WS-FLTSYS.
            MOVE PTEAM TO WS-FLTTEAM.
            CALL 'JLSYSNM' USING WS-LCLSYS.
            SET NOT-STAMP-FOUND TO TRUE.
            OPEN INPUT DGSTF.
            IF DGST-OK
               PERFORM UNTIL EOFDGST OR STAMP-FOUND
                  READ DGSTF
                      AT END SET EOFDGST TO TRUE
                  END-READ
                  IF DGST-OK AND NOT EOFDGST
                     AND SYSNAM OF DGSTREC = WS-FLTSYS
                     AND TEAM OF DGSTREC = WS-FLTTEAM
                     SET STAMP-FOUND TO TRUE
                     MOVE LASTDATE OF DGSTREC TO WS-LASTDATE
                     MOVE LASTHORA OF DGSTREC TO WS-LASTHORA
                  END-IF
                  IF NOT DGST-OK AND NOT EOFDGST
                     SET EOFDGST TO TRUE
                  END-IF
               END-PERFORM
               CLOSE DGSTF
            END-IF.
            SET NOT-OVR-DONE TO TRUE.
            IF WS-FLTTEAM NOT = SPACES
               PERFORM 1100-TEAM-OUTQ
            END-IF.
            OPEN OUTPUT RPTFILE.
            WRITE RPTREC FORMAT 'HDR'.
            MOVE WS-LASTDATE TO LASTDATE OF HDR2-O.
            MOVE WS-LASTHORA TO LASTHORA OF HDR2-O.
            MOVE WS-NOWDATE TO NOWDATE OF HDR2-O.
            MOVE WS-NOWHORA TO NOWHORA OF HDR2-O.
            IF WS-FLTSYS = SPACES
               MOVE '*ALL' TO SELSYS OF HDR2-O
            ELSE
               MOVE WS-FLTSYS TO SELSYS OF HDR2-O
            END-IF.
            IF WS-FLTTEAM = SPACES
               MOVE '*ALL' TO SELTEAM OF HDR2-O
            ELSE
               MOVE WS-FLTTEAM TO SELTEAM OF HDR2-O
            END-IF.
            WRITE RPTREC FROM HDR2-O FORMAT 'HDR2'.
      *****************************************************************
      *    A team's own digest goes to the team's output queue: the  *
      *    override is in place before the report is opened and is   *
      *    deleted once it is closed.  A team with no entry or no    *
      *    output queue, or a queue CHKOBJ (through JLRUNCMD) cannot *
      *    find or use, gets its digest on the default queue, with   *
      *    a message saying so - OVRPRTF does not look at the queue, *
      *    so without the check a bad one would end the digest at    *
      *    the open.                                                 *
      *****************************************************************
       1100-TEAM-OUTQ.
            MOVE SPACES TO WS-CHKJOB.
            MOVE WS-FLTTEAM TO WS-OWN-TEAM.
            CALL 'JLOWNER' USING WS-CHKJOB
                                 WS-OWNPFX
                                 WS-OWN-TEAM
                                 WS-OWN-CONTACT
                                 WS-OWN-OUTQ
                                 WS-OWN-OUTQLIB
                                 WS-OWN-ESCCONT.
            IF WS-OWNPFX = SPACES
               DISPLAY 'MORNDGST - TEAM ' WS-FLTTEAM
                       ' HAS NO JOBOWNR ENTRY'
            ELSE
               IF WS-OWN-OUTQ = SPACES
                  DISPLAY 'MORNDGST - TEAM ' WS-FLTTEAM
                          ' HAS NO OUTQ, DIGEST ON DEFAULT QUEUE'
               ELSE
                  IF WS-OWN-OUTQLIB = SPACES
                     MOVE '*LIBL' TO WS-OWN-OUTQLIB
                  END-IF
                  MOVE SPACES TO WS-CHKCMD
                  STRING 'CHKOBJ OBJ(' DELIMITED BY SIZE
                         WS-OWN-OUTQLIB DELIMITED BY SPACE
                         '/' DELIMITED BY SIZE
                         WS-OWN-OUTQ DELIMITED BY SPACE
                         ') OBJTYPE(*OUTQ)' DELIMITED BY SIZE
                         INTO WS-CHKCMD
                  END-STRING
                  CALL 'JLRUNCMD' USING WS-CHKCMD WS-RUN-MSGID
                  IF WS-RUN-MSGID NOT = SPACES
                     DISPLAY 'MORNDGST - OUTQ ' WS-OWN-OUTQLIB
                             '/' WS-OWN-OUTQ ' NOT USABLE ('
                             WS-RUN-MSGID '), DIGEST ON DEFAULT QUEUE'
                  ELSE
                     MOVE SPACES TO WS-CMD
                     STRING 'OVRPRTF FILE(QPRINT) OUTQ('
                                        DELIMITED BY SIZE
                            WS-OWN-OUTQLIB DELIMITED BY SPACE
                            '/' DELIMITED BY SIZE
                            WS-OWN-OUTQ DELIMITED BY SPACE
                            ') USRDTA(' DELIMITED BY SIZE
                            WS-FLTTEAM DELIMITED BY SPACE
                            ')' DELIMITED BY SIZE
                            INTO WS-CMD
                     END-STRING
                     MOVE 200 TO WS-CMDLEN
                     CALL 'QCMDEXC' USING WS-CMD WS-CMDLEN
                     SET OVR-DONE TO TRUE
                  END-IF
               END-IF
            END-IF.
      *****************************************************************
      *    Extraction outcome for the newest JLXCTL generation - the *
      *    same rule JLDRIVER applies.  First pass finds the newest  *
      *    generation, second pass counts it and lists the F         *
               END-READ
            END-IF.
            PERFORM UNTIL SCAN-EOF
               MOVE SYSNAM OF CTLREC TO WS-CHKSYS
               PERFORM 8200-MATCH-SYSTEM
               IF SYS-MATCH
                  AND GENDATE OF CTLREC > WS-MAXGEN
                  MOVE GENDATE OF CTLREC TO WS-MAXGEN
               END-IF
               READ CTLFILE
               END-READ
            END-IF.
            PERFORM UNTIL SCAN-EOF
               MOVE SYSNAM OF CTLREC TO WS-CHKSYS
               PERFORM 8200-MATCH-SYSTEM
               IF GENDATE OF CTLREC = WS-MAXGEN
                  AND SYS-MATCH
                  MOVE JOBNAM OF CTLREC TO WS-CHKJOB
                  PERFORM 8300-JOB-OWNER
               ELSE
                  SET NOT-TEAM-MATCH TO TRUE
               END-IF
               IF TEAM-MATCH
                  IF STS OF CTLREC = 'D'
                     ADD 1 TO WS-CNT-DONE
                  ELSE
                             TO RUNDATE OF CTLLINE-O
                        MOVE RUNHORA OF CTLREC
                             TO RUNHORA OF CTLLINE-O
                        MOVE WS-CHKSYS
                             TO SYSNAM OF CTLLINE-O
                        WRITE RPTREC FROM CTLLINE-O FORMAT 'CTLLINE'
                     ELSE
                        ADD 1 TO WS-CNT-PEND
            MOVE 'ALERTS SINCE PREVIOUS DIGEST'
                 TO SECTTL OF SECHDR-O.
            WRITE RPTREC FROM SECHDR-O FORMAT 'SECHDR'.
            OPEN INPUT ESCF.
            IF NOT ESC-OK
               DISPLAY 'MORNDGST - ALERTESC OPEN ERROR, STATUS '
                       ESCSTATUS
            END-IF.
            OPEN INPUT ALERTF.
            IF NOT AFILE-OK
               DISPLAY 'MORNDGST - ALERTF OPEN ERROR, STATUS '
                   AT END SET EOFALERT TO TRUE
               END-READ
            END-IF.
            MOVE ZEROES TO WS-LINE-CNT.
            SET NOT-LINE-TAB-FULL TO TRUE.
            PERFORM UNTIL EOFALERT
               MOVE SYSNAM OF ALERTREC TO WS-CHKSYS
               PERFORM 8200-MATCH-SYSTEM
               IF SYS-MATCH
                  AND (MSGDATE OF ALERTREC > WS-LASTDATE
                       OR (MSGDATE OF ALERTREC = WS-LASTDATE
                           AND MSGHORA OF ALERTREC > WS-LASTHORA))
                  MOVE JOBID OF ALERTREC (17:10) TO WS-CHKJOB
                  PERFORM 8300-JOB-OWNER
                  IF TEAM-MATCH
                     ADD 1 TO WS-CNT-ALRT
                     MOVE ALERTREC TO WS-LINE-REC
                     PERFORM 8400-ADD-LINE
                  END-IF
               END-IF
               READ ALERTF
                   AT END SET EOFALERT TO TRUE
               END-READ
            END-PERFORM.
            PERFORM 8500-SORT-LINES.
            PERFORM 3050-PRINT-ALERT
                VARYING WS-LIDX FROM 1 BY 1
                UNTIL WS-LIDX > WS-LINE-CNT.
            CLOSE ALERTF
                  ESCF.
            IF WS-CNT-ALRT = ZEROES
               WRITE RPTREC FORMAT 'NONE'
            END-IF.
            IF LINE-TAB-FULL
               MOVE 'ALERTS' TO WS-SECNAM
               PERFORM 8700-TABLE-FULL
            END-IF.
      *****************************************************************
      *    The alert is put back in the ALERTF record area from its   *
      *    saved image, so its escalation steps and acknowledgement   *
      *    are printed exactly as they were before the grouping.      *
      *****************************************************************
       3050-PRINT-ALERT.
            PERFORM 8600-TEAM-BREAK.
            MOVE LINE-TAB-REC (WS-LIDX) TO ALERTREC.
            MOVE SYSNAM OF ALERTREC TO WS-CHKSYS.
            PERFORM 8200-MATCH-SYSTEM.
            MOVE JOBID OF ALERTREC
                 TO JOBID OF ALRTLINE-O.
            MOVE SEQ OF ALERTREC
                 TO SEQ OF ALRTLINE-O.
            MOVE MSGID OF ALERTREC
                 TO MSGID OF ALRTLINE-O.
            MOVE MSGDATE OF ALERTREC
                 TO MSGDATE OF ALRTLINE-O.
            MOVE MSGHORA OF ALERTREC
                 TO MSGHORA OF ALRTLINE-O.
            MOVE ACKFLG OF ALERTREC
                 TO ACKFLG OF ALRTLINE-O.
            MOVE ALERTTXT OF ALERTREC
                 TO ALERTTXT OF ALRTLINE-O.
            MOVE WS-CHKSYS
                 TO SYSNAM OF ALRTLINE-O.
            WRITE RPTREC FROM ALRTLINE-O FORMAT 'ALRTLINE'.
            PERFORM 3100-ESCALATION.
            PERFORM 3200-ACKNOWLEDGE.
      *****************************************************************
      *    Every ESCLSCN step on this alert, in the order taken -    *
      *    ALERTESC is keyed JOBID/SYSNAM/SEQ and written in time    *
      *    order.  The step carries the alert's own SYSNAM, so the   *
      *    two are compared as stored, blank to blank.               *
      *****************************************************************
       3100-ESCALATION.
            IF ESCCNT OF ALERTREC = ZEROES
               SET ESC-EOF TO TRUE
            ELSE
               SET NOT-ESC-EOF TO TRUE
               MOVE JOBID OF ALERTREC TO JOBID OF ESCREC
               START ESCF KEY IS EQUAL TO JOBID OF ESCREC
                   INVALID KEY SET ESC-EOF TO TRUE
               END-START
               IF NOT ESC-OK AND NOT ESC-EOF
                  DISPLAY 'MORNDGST - ALERTESC START ERROR, STATUS '
                          ESCSTATUS
                  SET ESC-EOF TO TRUE
               END-IF
            END-IF.
            PERFORM UNTIL ESC-EOF
               READ ESCF NEXT RECORD
                   AT END SET ESC-EOF TO TRUE
               END-READ
               IF NOT ESC-OK AND NOT ESC-EOF
                  DISPLAY 'MORNDGST - ALERTESC READ ERROR, STATUS '
                          ESCSTATUS
                  SET ESC-EOF TO TRUE
               END-IF
               IF NOT ESC-EOF
                  AND JOBID OF ESCREC NOT = JOBID OF ALERTREC
                  SET ESC-EOF TO TRUE
               END-IF
               IF NOT ESC-EOF
                  AND SYSNAM OF ESCREC = SYSNAM OF ALERTREC
                  AND SEQ OF ESCREC = SEQ OF ALERTREC
                  MOVE STEP OF ESCREC    TO STEP OF ESCLINE-O
                  MOVE TIER OF ESCREC    TO TIER OF ESCLINE-O
                  MOVE CONTACT OF ESCREC TO CONTACT OF ESCLINE-O
                  MOVE NTFADDR OF ESCREC TO NTFADDR OF ESCLINE-O
                  MOVE ESCDATE OF ESCREC TO ESCDATE OF ESCLINE-O
                  MOVE ESCHORA OF ESCREC TO ESCHORA OF ESCLINE-O
                  MOVE WAITMIN OF ESCREC TO WAITMIN OF ESCLINE-O
                  WRITE RPTREC FROM ESCLINE-O FORMAT 'ESCLINE'
               END-IF
            END-PERFORM.
      *****************************************************************
      *    Time to acknowledge runs from when WATCHSCN raised the    *
      *    alert (from the message time for alerts written before    *
      *    the raise time was kept).                                 *
      *****************************************************************
       3200-ACKNOWLEDGE.
            IF ACKFLG OF ALERTREC = 'Y'
               AND ACKDATE OF ALERTREC > ZEROES
               IF ALTDATE OF ALERTREC > ZEROES
                  MOVE ALTDATE OF ALERTREC TO WS-CNV-DATE
                  MOVE ALTHORA OF ALERTREC TO WS-CNV-HORA
               ELSE
                  MOVE MSGDATE OF ALERTREC TO WS-CNV-DATE
                  MOVE MSGHORA OF ALERTREC TO WS-CNV-HORA
               END-IF
               PERFORM 8100-ABS-MINUTE
               MOVE WS-CNV-ABS TO WS-RAISEABS
               MOVE ACKDATE OF ALERTREC TO WS-CNV-DATE
               MOVE ACKHORA OF ALERTREC TO WS-CNV-HORA
               PERFORM 8100-ABS-MINUTE
               COMPUTE WS-ACKMIN = WS-CNV-ABS - WS-RAISEABS
               IF WS-ACKMIN < ZEROES
                  MOVE ZEROES TO WS-ACKMIN
               END-IF
               IF WS-ACKMIN > 99999
                  MOVE 99999 TO WS-ACKMIN
               END-IF
               MOVE ACKUSER OF ALERTREC TO ACKUSER OF ACKLINE-O
               MOVE ACKDATE OF ALERTREC TO ACKDATE OF ACKLINE-O
               MOVE ACKHORA OF ALERTREC TO ACKHORA OF ACKLINE-O
               MOVE WS-ACKMIN           TO ACKMIN OF ACKLINE-O
               WRITE RPTREC FROM ACKLINE-O FORMAT 'ACKLINE'
            ELSE
               WRITE RPTREC FORMAT 'NOACKLINE'
            END-IF.
      *****************************************************************
      *    The night's bad jobs: JOBSUMF rows started after the      *
      *    previous digest whose highest severity reached 40 or      *
      *    whose completion message never came.  A bad run that a    *
      *    later attempt the same night put right is noted with the  *
      *    attempt that recovered it.                                *
      *****************************************************************
       4000-SECTION-BADJOBS.
            MOVE 'JOBS WITH MAXSEV >= 40 OR NO COMPLETION'
                 TO SECTTL OF SECHDR-O.
            WRITE RPTREC FROM SECHDR-O FORMAT 'SECHDR'.
            OPEN INPUT FILE1.
            OPEN INPUT HISTF.
            MOVE LOW-VALUES TO JOBID OF RECFILE.
            START FILE1 KEY IS NOT LESS THAN JOBID OF RECFILE
                INVALID KEY SET EOFFILE TO TRUE
                  SET EOFFILE TO TRUE
               END-IF
            END-IF.
            MOVE ZEROES TO WS-LINE-CNT.
            SET NOT-LINE-TAB-FULL TO TRUE.
            PERFORM UNTIL EOFFILE
               MOVE SYSNAM OF RECFILE TO WS-CHKSYS
               PERFORM 8200-MATCH-SYSTEM
               IF SYS-MATCH
                  AND (STRDATE OF RECFILE > WS-LASTDATE
                   OR (STRDATE OF RECFILE = WS-LASTDATE
                       AND STRHORA OF RECFILE > WS-LASTHORA))
                  MOVE JOBID OF RECFILE (17:10) TO WS-CHKJOB
                  PERFORM 8300-JOB-OWNER
                  IF WS-FLTTEAM = SPACES
                     AND WS-OWNPFX = SPACES
                     PERFORM 4200-NOTE-UNOWNED
                  END-IF
               ELSE
                  SET NOT-TEAM-MATCH TO TRUE
               END-IF
               IF TEAM-MATCH
                  AND (MAXSEV OF RECFILE NOT < 40
                       OR ENDFLG OF RECFILE = 'N')
                  ADD 1 TO WS-CNT-BAD
                  MOVE MSGCNT OF RECFILE  TO MSGCNT OF SUMLINE-O
                  MOVE MAXSEV OF RECFILE  TO MAXSEV OF SUMLINE-O
                  MOVE ENDFLG OF RECFILE  TO ENDFLG OF SUMLINE-O
                  MOVE WS-CHKSYS          TO SYSNAM OF SUMLINE-O
                  PERFORM 4100-CHECK-RECOVERY
                  MOVE SUMLINE-O TO WS-LINE-REC
                  PERFORM 8400-ADD-LINE
               END-IF
               READ FILE1 NEXT RECORD
                   AT END SET EOFFILE TO TRUE
                  SET EOFFILE TO TRUE
               END-IF
            END-PERFORM.
            CLOSE FILE1
                  HISTF.
            PERFORM 8500-SORT-LINES.
            PERFORM 4050-PRINT-BAD
                VARYING WS-LIDX FROM 1 BY 1
                UNTIL WS-LIDX > WS-LINE-CNT.
            IF WS-CNT-BAD = ZEROES
               WRITE RPTREC FORMAT 'NONE'
            END-IF.
            IF LINE-TAB-FULL
               MOVE 'BAD JOBS' TO WS-SECNAM
               PERFORM 8700-TABLE-FULL
            END-IF.
       4050-PRINT-BAD.
            PERFORM 8600-TEAM-BREAK.
            MOVE LINE-TAB-REC (WS-LIDX) TO SUMLINE-O.
            WRITE RPTREC FROM SUMLINE-O FORMAT 'SUMLINE'.
      *****************************************************************
      *    The JOBHIST rerun chain for the bad row's name and start  *
      *    date: the first attempt that started after it and ran     *
      *    clean - MAXSEV under 40, completion message present -     *
      *    recovered it.  Still failing, or never rerun, leaves the  *
      *    note blank.  The rerun must be on the bad row's system,   *
      *    already in WS-CHKSYS; a blank SYSNAM on either side is    *
      *    this system, as everywhere else in the digest.            *
      *****************************************************************
       4100-CHECK-RECOVERY.
            MOVE SPACES TO NOTE OF SUMLINE-O.
            MOVE ZEROES TO WS-RCV-ATTEMPT.
            MOVE JOBID OF RECFILE (17:10) TO WS-RCV-JOBNAM.
            SET NOT-RCV-EOF TO TRUE.
            MOVE WS-RCV-JOBNAM TO JOBNAM OF HISTREC.
            START HISTF KEY IS EQUAL TO JOBNAM OF HISTREC
                INVALID KEY SET RCV-EOF TO TRUE
            END-START.
            IF NOT HIST-OK AND NOT RCV-EOF
               DISPLAY 'MORNDGST - JOBHIST START ERROR, STATUS '
                       HISTSTATUS
               SET RCV-EOF TO TRUE
            END-IF.
            PERFORM UNTIL RCV-EOF OR WS-RCV-ATTEMPT > ZEROES
               READ HISTF NEXT RECORD
                   AT END SET RCV-EOF TO TRUE
               END-READ
               IF NOT HIST-OK AND NOT RCV-EOF
                  DISPLAY 'MORNDGST - JOBHIST READ ERROR, STATUS '
                          HISTSTATUS
                  SET RCV-EOF TO TRUE
               END-IF
               IF NOT RCV-EOF
                  AND JOBNAM OF HISTREC NOT = WS-RCV-JOBNAM
                  SET RCV-EOF TO TRUE
               END-IF
               IF NOT RCV-EOF
                  MOVE SYSNAM OF HISTREC TO WS-RCV-SYSNAM
                  IF WS-RCV-SYSNAM = SPACES
                     MOVE WS-LCLSYS TO WS-RCV-SYSNAM
                  END-IF
               END-IF
               IF NOT RCV-EOF
                  AND RUNDATE OF HISTREC = STRDATE OF RECFILE
                  AND WS-RCV-SYSNAM = WS-CHKSYS
                  AND STRHORA OF HISTREC > STRHORA OF RECFILE
                  AND MAXSEV OF HISTREC < 40
                  AND ENDFLG OF HISTREC = 'Y'
                  MOVE ATTEMPT OF HISTREC TO WS-RCV-ATTEMPT
               END-IF
            END-PERFORM.
            IF WS-RCV-ATTEMPT > ZEROES
               MOVE WS-RCV-ATTEMPT TO WS-RCV-EDIT
               STRING 'RECOVERED ON ATTEMPT '   DELIMITED BY SIZE
                      FUNCTION TRIM(WS-RCV-EDIT) DELIMITED BY SIZE
                      INTO NOTE OF SUMLINE-O
               END-STRING
            END-IF.
      *****************************************************************
      *    A job name run since the previous digest that no JOBOWNR  *
      *    entry covers: counted once per run, with the latest run   *
      *    and its system kept for the unowned-jobs section.         *
      *****************************************************************
       4200-NOTE-UNOWNED.
            MOVE ZEROES TO WS-NOWN-HIT.
            PERFORM VARYING WS-NIDX FROM 1 BY 1
                UNTIL WS-NIDX > WS-NOWN-CNT OR WS-NOWN-HIT > ZEROES
               IF NOWN-TAB-JOBNAM (WS-NIDX) = WS-CHKJOB
                  MOVE WS-NIDX TO WS-NOWN-HIT
               END-IF
            END-PERFORM.
            IF WS-NOWN-HIT = ZEROES
               IF WS-NOWN-CNT < 1000
                  ADD 1 TO WS-NOWN-CNT
                  MOVE WS-NOWN-CNT TO WS-NOWN-HIT
                  MOVE WS-CHKJOB TO NOWN-TAB-JOBNAM (WS-NOWN-HIT)
                  MOVE ZEROES    TO NOWN-TAB-RUNS (WS-NOWN-HIT)
                                    NOWN-TAB-LSTDATE (WS-NOWN-HIT)
                                    NOWN-TAB-LSTHORA (WS-NOWN-HIT)
               ELSE
                  SET NOWN-TAB-FULL TO TRUE
               END-IF
            END-IF.
            IF WS-NOWN-HIT > ZEROES
               ADD 1 TO NOWN-TAB-RUNS (WS-NOWN-HIT)
               IF STRDATE OF RECFILE > NOWN-TAB-LSTDATE (WS-NOWN-HIT)
                  OR (STRDATE OF RECFILE
                      = NOWN-TAB-LSTDATE (WS-NOWN-HIT)
                      AND STRHORA OF RECFILE
                          > NOWN-TAB-LSTHORA (WS-NOWN-HIT))
                  MOVE STRDATE OF RECFILE
                       TO NOWN-TAB-LSTDATE (WS-NOWN-HIT)
                  MOVE STRHORA OF RECFILE
                       TO NOWN-TAB-LSTHORA (WS-NOWN-HIT)
                  MOVE WS-CHKSYS
                       TO NOWN-TAB-SYSNAM (WS-NOWN-HIT)
               END-IF
            END-IF.
      *****************************************************************
      *    The night's *SLOW flags, the rebuilt TRENDRPT's test:     *
      *    90 days of JOBHIST, grouped by job name, averaged per    *
            WRITE RPTREC FROM SECHDR-O FORMAT 'SECHDR'.
            PERFORM 5050-LOAD-HISTORY.
            PERFORM 5100-SORT-TABLE.
            MOVE ZEROES TO WS-LINE-CNT.
            SET NOT-LINE-TAB-FULL TO TRUE.
            MOVE 1 TO WS-GRP-START.
            PERFORM UNTIL WS-GRP-START > WS-RUN-CNT
               PERFORM 5200-FIND-GROUP-END
                   UNTIL WS-IDX > WS-GRP-END
               COMPUTE WS-GRP-START = WS-GRP-END + 1
            END-PERFORM.
            PERFORM 8500-SORT-LINES.
            PERFORM 5500-PRINT-SLOW
                VARYING WS-LIDX FROM 1 BY 1
                UNTIL WS-LIDX > WS-LINE-CNT.
            IF WS-CNT-SLOW = ZEROES
               WRITE RPTREC FORMAT 'NONE'
            END-IF.
            IF LINE-TAB-FULL
               MOVE 'SLOW RUNS' TO WS-SECNAM
               PERFORM 8700-TABLE-FULL
            END-IF.
            IF RUN-TAB-FULL
               DISPLAY 'MORNDGST - MORE THAN 5000 HISTORY ROWS IN '
                       'THE WINDOW, SLOW SECTION IS INCOMPLETE'
                          TO RUN-TAB-STRHORA (WS-RUN-CNT)
                     MOVE DURSEC OF HISTREC
                          TO RUN-TAB-DURSEC (WS-RUN-CNT)
                     MOVE SYSNAM OF HISTREC
                          TO RUN-TAB-SYSNAM (WS-RUN-CNT)
                     COMPUTE WS-YMD = RUNDATE OF HISTREC
                             + 19000000
                     COMPUTE WS-DAYS =
               END-IF
            END-PERFORM.
       5400-FLAG-RUN.
            MOVE RUN-TAB-SYSNAM (WS-IDX) TO WS-CHKSYS.
            PERFORM 8200-MATCH-SYSTEM.
            IF SYS-MATCH
               AND (RUN-TAB-STRDATE (WS-IDX) > WS-LASTDATE
                OR (RUN-TAB-STRDATE (WS-IDX) = WS-LASTDATE
                    AND RUN-TAB-STRHORA (WS-IDX) > WS-LASTHORA))
               AND WS-DOW-RUNS (RUN-TAB-DOW (WS-IDX)) > 1
               AND RUN-TAB-DURSEC (WS-IDX)
                   > WS-DOW-LIMIT (RUN-TAB-DOW (WS-IDX))
               MOVE RUN-TAB-JOBNAM (WS-IDX) TO WS-CHKJOB
               PERFORM 8300-JOB-OWNER
            ELSE
               SET NOT-TEAM-MATCH TO TRUE
            END-IF.
            IF TEAM-MATCH
               ADD 1 TO WS-CNT-SLOW
               MOVE RUN-TAB-JOBNAM (WS-IDX)
                    TO JOBNAM OF SLOWLINE-O
                    TO DURSEC OF SLOWLINE-O
               MOVE WS-DOW-AVGSEC (RUN-TAB-DOW (WS-IDX))
                    TO AVGSEC OF SLOWLINE-O
               MOVE WS-CHKSYS TO SYSNAM OF SLOWLINE-O
               MOVE SLOWLINE-O TO WS-LINE-REC
               PERFORM 8400-ADD-LINE
            END-IF.
       5500-PRINT-SLOW.
            PERFORM 8600-TEAM-BREAK.
            MOVE LINE-TAB-REC (WS-LIDX) TO SLOWLINE-O.
            WRITE RPTREC FROM SLOWLINE-O FORMAT 'SLOWLINE'.
      *****************************************************************
      *    Messages new to their job name since the previous digest: *
      *    MSGBASE pairs whose first-seen run started after the      *
      *    stamp, and pairs whose last-seen run started after it     *
      *    following a gap of GAP-DAYS or more - NEWMSGRPT's test.   *
      *****************************************************************
       6000-SECTION-NEWMSG.
            MOVE 'MESSAGES NEW TO THEIR JOB NAME'
                 TO SECTTL OF SECHDR-O.
            WRITE RPTREC FROM SECHDR-O FORMAT 'SECHDR'.
            SET NOT-SCAN-EOF TO TRUE.
            OPEN INPUT BASEF.
            IF NOT BASE-OK
               DISPLAY 'MORNDGST - MSGBASE OPEN ERROR, STATUS '
                       BASESTATUS
               SET SCAN-EOF TO TRUE
            ELSE
               MOVE LOW-VALUES TO JOBNAM OF BASEREC
               START BASEF KEY IS NOT LESS THAN JOBNAM OF BASEREC
                   INVALID KEY SET SCAN-EOF TO TRUE
               END-START
               IF NOT BASE-OK AND NOT SCAN-EOF
                  DISPLAY 'MORNDGST - MSGBASE START ERROR, STATUS '
                          BASESTATUS
                  SET SCAN-EOF TO TRUE
               END-IF
            END-IF.
            PERFORM UNTIL SCAN-EOF
               READ BASEF NEXT RECORD
                   AT END SET SCAN-EOF TO TRUE
               END-READ
               IF NOT BASE-OK AND NOT SCAN-EOF
                  DISPLAY 'MORNDGST - MSGBASE READ ERROR, STATUS '
                          BASESTATUS
                  SET SCAN-EOF TO TRUE
               END-IF
               IF NOT SCAN-EOF
                  MOVE JOBNAM OF BASEREC TO WS-CHKJOB
                  PERFORM 8300-JOB-OWNER
                  IF TEAM-MATCH
                     PERFORM 6100-CHECK-PAIR
                  END-IF
               END-IF
            END-PERFORM.
            CLOSE BASEF.
            IF WS-CNT-NEWM = ZEROES AND WS-CNT-BACK = ZEROES
               WRITE RPTREC FORMAT 'NONE'
            END-IF.
            MOVE WS-CNT-NEWM TO CNTNEWM OF NEWMCNTS-O.
            MOVE WS-CNT-BACK TO CNTBACK OF NEWMCNTS-O.
            WRITE RPTREC FROM NEWMCNTS-O FORMAT 'NEWMCNTS'.
       6100-CHECK-PAIR.
            MOVE SPACES TO NEWNOTE OF NEWMLINE-O.
            IF FSTDATE OF BASEREC > WS-LASTDATE
               OR (FSTDATE OF BASEREC = WS-LASTDATE
                   AND FSTHORA OF BASEREC > WS-LASTHORA)
               ADD 1 TO WS-CNT-NEWM
               MOVE 'FIRST SEEN' TO NEWNOTE OF NEWMLINE-O
            ELSE
               IF PRVDATE OF BASEREC > ZEROES
                  AND (LSTDATE OF BASEREC > WS-LASTDATE
                       OR (LSTDATE OF BASEREC = WS-LASTDATE
                           AND LSTHORA OF BASEREC > WS-LASTHORA))
                  COMPUTE WS-YMD = LSTDATE OF BASEREC + 19000000
                  COMPUTE WS-LST-DAYS =
                          FUNCTION INTEGER-OF-DATE(WS-YMD)
                  COMPUTE WS-YMD = PRVDATE OF BASEREC + 19000000
                  COMPUTE WS-PRV-DAYS =
                          FUNCTION INTEGER-OF-DATE(WS-YMD)
                  COMPUTE WS-GAP = WS-LST-DAYS - WS-PRV-DAYS
                  IF WS-GAP NOT < GAP-DAYS
                     ADD 1 TO WS-CNT-BACK
                     MOVE WS-GAP TO WS-GAP-EDIT
                     STRING 'BACK AFTER '        DELIMITED BY SIZE
                            FUNCTION TRIM(WS-GAP-EDIT)
                                                 DELIMITED BY SIZE
                            ' DAYS'              DELIMITED BY SIZE
                            INTO NEWNOTE OF NEWMLINE-O
                     END-STRING
                  END-IF
               END-IF
            END-IF.
            IF NEWNOTE OF NEWMLINE-O NOT = SPACES
               MOVE JOBNAM OF BASEREC  TO JOBNAM OF NEWMLINE-O
               MOVE MSGID OF BASEREC   TO MSGID OF NEWMLINE-O
               MOVE FROMPGM OF BASEREC TO FROMPGM OF NEWMLINE-O
               MOVE LSTDATE OF BASEREC TO LSTDATE OF NEWMLINE-O
               MOVE LSTHORA OF BASEREC TO LSTHORA OF NEWMLINE-O
               WRITE RPTREC FROM NEWMLINE-O FORMAT 'NEWMLINE'
            END-IF.
      *****************************************************************
      *    The ownership gaps: every job name run since the previous *
      *    digest that JOBOWNR does not cover, in job-name order,    *
      *    with its runs and the latest of them.  Operations digest  *
      *    only - a team's digest holds only jobs it already owns.   *
      *****************************************************************
       6500-SECTION-NOOWNER.
            MOVE 'JOBS WITH NO OWNER ON FILE'
                 TO SECTTL OF SECHDR-O.
            WRITE RPTREC FROM SECHDR-O FORMAT 'SECHDR'.
            PERFORM VARYING WS-NIDX FROM 1 BY 1
                UNTIL WS-NIDX NOT < WS-NOWN-CNT
               MOVE WS-NIDX TO WS-NLOW
               PERFORM VARYING WS-NIDX2 FROM WS-NIDX BY 1
                   UNTIL WS-NIDX2 > WS-NOWN-CNT
                  IF NOWN-TAB-JOBNAM (WS-NIDX2)
                     < NOWN-TAB-JOBNAM (WS-NLOW)
                     MOVE WS-NIDX2 TO WS-NLOW
                  END-IF
               END-PERFORM
               IF WS-NLOW NOT = WS-NIDX
                  MOVE NOWN-TAB-ENTRY (WS-NIDX) TO WS-NOWN-SWAP
                  MOVE NOWN-TAB-ENTRY (WS-NLOW) TO
                       NOWN-TAB-ENTRY (WS-NIDX)
                  MOVE WS-NOWN-SWAP             TO
                       NOWN-TAB-ENTRY (WS-NLOW)
               END-IF
            END-PERFORM.
            PERFORM VARYING WS-NIDX FROM 1 BY 1
                UNTIL WS-NIDX > WS-NOWN-CNT
               ADD 1 TO WS-CNT-NOWN
               MOVE NOWN-TAB-JOBNAM (WS-NIDX)  TO JOBNAM OF NOWNLINE-O
               MOVE NOWN-TAB-RUNS (WS-NIDX)    TO RUNS OF NOWNLINE-O
               MOVE NOWN-TAB-LSTDATE (WS-NIDX) TO STRDATE OF NOWNLINE-O
               MOVE NOWN-TAB-LSTHORA (WS-NIDX) TO STRHORA OF NOWNLINE-O
               MOVE NOWN-TAB-SYSNAM (WS-NIDX)  TO SYSNAM OF NOWNLINE-O
               WRITE RPTREC FROM NOWNLINE-O FORMAT 'NOWNLINE'
            END-PERFORM.
            IF WS-CNT-NOWN = ZEROES
               WRITE RPTREC FORMAT 'NONE'
            END-IF.
            IF NOWN-TAB-FULL
               DISPLAY 'MORNDGST - MORE THAN 1000 JOB NAMES WITH NO '
                       'OWNER, SECTION IS INCOMPLETE'
            END-IF.
      *****************************************************************
      *    The stamp the NEXT digest measures from.  Rewritten when  *
      *    one exists, written fresh the first time - and only now,  *
      *    so an abend above leaves the old stamp in place and       *
      *    nothing falls in a gap.  Only the record for the system   *
      *    and team this digest covers is touched.                   *
      *****************************************************************
       7000-UPDATE-STAMP.
            IF STAMP-FOUND
               OPEN I-O DGSTF
               IF DGST-OK
                  SET NOT-STAMP-FOUND TO TRUE
                  PERFORM UNTIL NOT DGST-OK OR STAMP-FOUND
                     READ DGSTF
                         AT END CONTINUE
                     END-READ
                     IF DGST-OK
                        AND SYSNAM OF DGSTREC = WS-FLTSYS
                        AND TEAM OF DGSTREC = WS-FLTTEAM
                        SET STAMP-FOUND TO TRUE
                     END-IF
                  END-PERFORM
                  IF DGST-OK
                     MOVE WS-NOWDATE TO LASTDATE OF DGSTREC
                     MOVE WS-NOWHORA TO LASTHORA OF DGSTREC
               IF DGST-OK
                  MOVE WS-NOWDATE TO LASTDATE OF DGSTREC
                  MOVE WS-NOWHORA TO LASTHORA OF DGSTREC
                  MOVE WS-FLTSYS  TO SYSNAM OF DGSTREC
                  MOVE WS-FLTTEAM TO TEAM OF DGSTREC
                  WRITE DGSTREC
                  CLOSE DGSTF
               END-IF
               DISPLAY 'MORNDGST - DGSTCTL UPDATE ERROR, STATUS '
                       DGSTSTATUS
            END-IF.
       8100-ABS-MINUTE.
            COMPUTE WS-CNV-YMD = WS-CNV-DATE + 19000000.
            COMPUTE WS-CNV-ABS =
                    FUNCTION INTEGER-OF-DATE(WS-CNV-YMD) * 1440
                    + WS-CNV-HH * 60 + WS-CNV-MM.
      *****************************************************************
      *    WS-CHKSYS is the SYSNAM off a record, blank for one       *
      *    collected here before systems were recorded.  Blank is    *
      *    made this system's name, then matched to the digest's.    *
      *****************************************************************
       8200-MATCH-SYSTEM.
            IF WS-CHKSYS = SPACES
               MOVE WS-LCLSYS TO WS-CHKSYS
            END-IF.
            IF WS-FLTSYS = SPACES
               OR WS-CHKSYS = WS-FLTSYS
               SET SYS-MATCH TO TRUE
            ELSE
               SET NOT-SYS-MATCH TO TRUE
            END-IF.
      *****************************************************************
      *    The owning team of the job in WS-CHKJOB, and whether it   *
      *    is the team this digest is for (every team when PTEAM is  *
      *    blank).  A job with no owner comes back with a blank team *
      *    and only matches the operations digest.                   *
      *****************************************************************
       8300-JOB-OWNER.
            MOVE SPACES TO WS-OWN-TEAM.
            CALL 'JLOWNER' USING WS-CHKJOB
                                 WS-OWNPFX
                                 WS-OWN-TEAM
                                 WS-OWN-CONTACT
                                 WS-OWN-OUTQ
                                 WS-OWN-OUTQLIB
                                 WS-OWN-ESCCONT.
            IF WS-FLTTEAM = SPACES
               OR WS-OWN-TEAM = WS-FLTTEAM
               SET TEAM-MATCH TO TRUE
            ELSE
               SET NOT-TEAM-MATCH TO TRUE
            END-IF.
      *****************************************************************
      *    A section line is held under its team until the section   *
      *    is printed.  The arrival number keeps each team's lines   *
      *    in the order the section found them; HIGH-VALUES for no   *
      *    owner sorts the unowned jobs after every team.            *
      *****************************************************************
       8400-ADD-LINE.
            IF WS-LINE-CNT < 2000
               ADD 1 TO WS-LINE-CNT
               IF WS-OWN-TEAM = SPACES
                  MOVE HIGH-VALUES TO LINE-TAB-TEAM (WS-LINE-CNT)
               ELSE
                  MOVE WS-OWN-TEAM TO LINE-TAB-TEAM (WS-LINE-CNT)
               END-IF
               MOVE WS-LINE-CNT TO LINE-TAB-SEQ (WS-LINE-CNT)
               MOVE WS-LINE-REC TO LINE-TAB-REC (WS-LINE-CNT)
            ELSE
               SET LINE-TAB-FULL TO TRUE
            END-IF.
       8500-SORT-LINES.
            PERFORM VARYING WS-LIDX FROM 1 BY 1
                UNTIL WS-LIDX NOT < WS-LINE-CNT
               MOVE WS-LIDX TO WS-LLOW
               PERFORM VARYING WS-LIDX2 FROM WS-LIDX BY 1
                   UNTIL WS-LIDX2 > WS-LINE-CNT
                  IF LINE-TAB-KEY (WS-LIDX2) < LINE-TAB-KEY (WS-LLOW)
                     MOVE WS-LIDX2 TO WS-LLOW
                  END-IF
               END-PERFORM
               IF WS-LLOW NOT = WS-LIDX
                  MOVE LINE-TAB-ENTRY (WS-LIDX) TO WS-LINE-SWAP
                  MOVE LINE-TAB-ENTRY (WS-LLOW) TO
                       LINE-TAB-ENTRY (WS-LIDX)
                  MOVE WS-LINE-SWAP             TO
                       LINE-TAB-ENTRY (WS-LLOW)
               END-IF
            END-PERFORM.
      *****************************************************************
      *    A heading each time the team changes: the team with its   *
      *    contact and escalate-to from its first JOBOWNR entry, or  *
      *    NO OWNER ON FILE for the unowned group at the end.        *
      *****************************************************************
       8600-TEAM-BREAK.
            IF WS-LIDX = 1
               OR LINE-TAB-TEAM (WS-LIDX) NOT = WS-PRV-TEAM
               MOVE LINE-TAB-TEAM (WS-LIDX) TO WS-PRV-TEAM
               IF WS-PRV-TEAM = HIGH-VALUES
                  WRITE RPTREC FORMAT 'NOTEAM'
               ELSE
                  MOVE SPACES TO WS-CHKJOB
                  MOVE WS-PRV-TEAM TO WS-OWN-TEAM
                  CALL 'JLOWNER' USING WS-CHKJOB
                                       WS-OWNPFX
                                       WS-OWN-TEAM
                                       WS-OWN-CONTACT
                                       WS-OWN-OUTQ
                                       WS-OWN-OUTQLIB
                                       WS-OWN-ESCCONT
                  MOVE WS-PRV-TEAM    TO TEAM OF TEAMHDR-O
                  MOVE WS-OWN-CONTACT TO CONTACT OF TEAMHDR-O
                  MOVE WS-OWN-ESCCONT TO ESCCONT OF TEAMHDR-O
                  WRITE RPTREC FROM TEAMHDR-O FORMAT 'TEAMHDR'
               END-IF
            END-IF.
       8700-TABLE-FULL.
            DISPLAY 'MORNDGST - MORE THAN 2000 LINES IN THE '
                    WS-SECNAM ' SECTION, REMAINDER NOT PRINTED'.
       9000-TERMINATE.
            CLOSE RPTFILE.
            IF OVR-DONE
               MOVE SPACES TO WS-CMD
               MOVE 'DLTOVR FILE(QPRINT)' TO WS-CMD
               CALL 'QCMDEXC' USING WS-CMD WS-CMDLEN
            END-IF.
