      *                           JLDRIVER calls it after every
      *                           extract, the same way it already
      *                           calls WATCHSCN.
      *                 Oct2026 - the failing message - the last one
      *                           in the lead-up window - is followed
      *                           by its KNOWNERR entry (probable
      *                           cause, operator action, escalate-to
      *                           contact, reviewed date), matched on
      *                           MSGID and FROMPGM the SEVRULES/
      *                           WATCHLST way, or by a line saying
      *                           there is none.
      *                 Oct2026 - new parameter PSYSNAM.  With a
      *                           JOBID it names the system the job
      *                           ran on (blank takes the first
      *                           system the job is on file for);
      *                           with a blank JOBID it limits the
      *                           failed-job pass to that system
      *                           (blank, every system).  The
      *                           summary, messages and text are read
      *                           for that system only, since the
      *                           same job number can be on file from
      *                           another partition, and the packet
      *                           and its clean run show the system.
      *                 Oct2026 - each packet names the team that owns
      *                           the job, its contact and who to
      *                           escalate to, from JOBOWNR through
      *                           JLOWNER, or says the job has no
      *                           owner.  When the team has an output
      *                           queue the packet is printed a second
      *                           time under an OVRPRTF to that queue,
      *                           so the team gets its own copy
      *                           instead of one forwarded by hand.
      *                 Oct2026 - the team's output queue is checked
      *                           with CHKOBJ (JLRUNCMD) before the
      *                           OVRPRTF; a queue that is missing or
      *                           not usable costs the team its copy
      *                           with a message, not the rest of
      *                           the night's packets.
      *
      * @
      * The message window is a ten-deep ring buffer filled while
      * is a full JOBSUMF pass for the same job name (last ten bytes
      * of the qualified JOBID, as in TRENDRPT) with MAXSEV < 40 and
      * ENDFLG Y, keeping the latest start.
      * A packet whose team has an output queue closes the operations
      * QPRINT file it is in, is printed again into a QPRINT opened
      * under OVRPRTF OUTQ(library/queue) - *LIBL when the entry has
      * no library - and the override is deleted again; the next
      * packet opens a new operations file.  A team with no output
      * queue, or one that CHKOBJ cannot find or use, gets no copy,
      * only its name on the operations packet.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS JOBID OF RECFILE3 WITH DUPLICATES
                   FILE STATUS IS FILE3STATUS.
           SELECT KBF ASSIGN TO DISK-KNOWNERR
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS MSGID OF KBREC WITH DUPLICATES
                   FILE STATUS IS KFILESTATUS.
           SELECT RPTFILE ASSIGN TO PRINTER-QPRINT.
       DATA DIVISION.
       FILE SECTION.
         01 RECFILE3.
               COPY DDS-ALL-FORMATS OF JOBSUMF.
         88 EOFFILE3                    VALUE B"1".
        FD KBF.
         01 KBREC.
               COPY DDS-ALL-FORMATS OF KNOWNERR.
        FD RPTFILE
             LABEL RECORDS ARE STANDARD.
         01 RPTREC.
           88 FILE2-OK                  VALUE "00".
       01   FILE3STATUS                   PIC XX.
           88 FILE3-OK                  VALUE "00".
       01   KFILESTATUS                   PIC XX.
           88 KFILE-OK                  VALUE "00".
       01   WS-KB-FOUND                   PIC 1       VALUE B"0".
           88 KB-FOUND                  VALUE B"1".
           88 NOT-KB-FOUND              VALUE B"0".
       01   WS-KB-QUAL                    PIC 1       VALUE B"0".
           88 KB-QUAL-FOUND             VALUE B"1".
           88 NOT-KB-QUAL-FOUND         VALUE B"0".
       01   WS-CURJOBID                   PIC X(26)   VALUE SPACES.
       01   WS-CURSYS                     PIC X(08)   VALUE SPACES.
       01   WS-ANYSYS                     PIC 1       VALUE B"0".
           88 ANY-SYSTEM                VALUE B"1".
           88 NOT-ANY-SYSTEM            VALUE B"0".
       01   WS-JOBNAM                     PIC X(10)   VALUE SPACES.
       01   WS-SUM-FOUND                  PIC 1       VALUE B"0".
           88 SUM-FOUND                 VALUE B"1".
           88 NOT-TXT-FOUND             VALUE B"0".
       01   WS-MSGTXT                     PIC X(120)  VALUE SPACES.
       01   WS-SECTXT                     PIC X(120)  VALUE SPACES.
       01   WS-KB-PROBCAUS                PIC X(60)   VALUE SPACES.
       01   WS-KB-OPRACT                  PIC X(60)   VALUE SPACES.
       01   WS-KB-ESCCONT                 PIC X(30)   VALUE SPACES.
       01   WS-KB-REVDATE                 PIC 9(07)   VALUE ZEROES.
       01   WS-KB-FROMPGM                 PIC X(10)   VALUE SPACES.
       01   WS-CLN-FOUND                  PIC 1       VALUE B"0".
           88 CLN-FOUND                 VALUE B"1".
           88 NOT-CLN-FOUND             VALUE B"0".
       01   WS-CLN-JOBID                  PIC X(26)   VALUE SPACES.
       01   WS-CLN-SYSNAM                 PIC X(08)   VALUE SPACES.
       01   WS-CLN-STRDATE                PIC 9(07)   VALUE ZEROES.
       01   WS-CLN-STRHORA                PIC 9(06)   VALUE ZEROES.
       01   WS-CLN-DURSEC                 PIC 9(09)   VALUE ZEROES.
       01   WS-CLN-MSGCNT                 PIC 9(07)   VALUE ZEROES.
       01   WS-OWNPFX                     PIC X(10)   VALUE SPACES.
       01   WS-OWN-TEAM                   PIC X(10)   VALUE SPACES.
       01   WS-OWN-CONTACT                PIC X(30)   VALUE SPACES.
       01   WS-OWN-OUTQ                   PIC X(10)   VALUE SPACES.
       01   WS-OWN-OUTQLIB                PIC X(10)   VALUE SPACES.
       01   WS-OWN-ESCCONT                PIC X(30)   VALUE SPACES.
       01   WS-CMD                        PIC X(200).
       01   WS-CMDLEN                     PIC 9(9)    COMP-4.
       01   WS-CHKCMD                     PIC X(300)  VALUE SPACES.
       01   WS-RUN-MSGID                  PIC X(07)   VALUE SPACES.
       01   WS-RPT-OPEN                   PIC 1       VALUE B"0".
           88 RPT-OPENED                VALUE B"1".
           88 NOT-RPT-OPENED            VALUE B"0".
         05 BAD-TAB-ENTRY OCCURS 1 TO 500 TIMES
              DEPENDING ON WS-BAD-CNT.
            10 BAD-TAB-JOBID             PIC X(26).
            10 BAD-TAB-SYSNAM            PIC X(08).
       LINKAGE SECTION.
        01 PJOBID    PIC X(26).
        01 PONLYBAD  PIC X(01).
        01 PSYSNAM   PIC X(08).
       PROCEDURE DIVISION USING PJOBID
                                PONLYBAD
                                PSYSNAM.
       MAINPROC.
            PERFORM 1000-INITIALIZE.
            IF PJOBID = SPACES
               PERFORM VARYING WS-BIDX FROM 1 BY 1
                   UNTIL WS-BIDX > WS-BAD-CNT
                  MOVE BAD-TAB-JOBID (WS-BIDX) TO WS-CURJOBID
                  MOVE BAD-TAB-SYSNAM (WS-BIDX) TO WS-CURSYS
                  PERFORM 3000-PACKET-JOB
               END-PERFORM
               IF BAD-TAB-FULL
               END-IF
            ELSE
               MOVE PJOBID TO WS-CURJOBID
               MOVE PSYSNAM TO WS-CURSYS
               IF PSYSNAM = SPACES
                  SET ANY-SYSTEM TO TRUE
               END-IF
               PERFORM 3000-PACKET-JOB
            END-IF.
            PERFORM 9000-TERMINATE.
            OPEN INPUT FILE1.
            OPEN INPUT FILE2.
            OPEN INPUT FILE3.
            OPEN INPUT KBF.
      *****************************************************************
      *    The report is NOT opened here.  JLDRIVER calls this for   *
      *    every successful extract in only-if-bad mode, and a       *
                  SET SCAN-EOF TO TRUE
               END-IF
               IF NOT SCAN-EOF
                  AND (PSYSNAM = SPACES
                       OR SYSNAM OF RECFILE3 = PSYSNAM)
                  AND (MAXSEV OF RECFILE3 NOT < 40
                       OR ENDFLG OF RECFILE3 = 'N')
                  IF WS-BAD-CNT < 500
                     ADD 1 TO WS-BAD-CNT
                     MOVE JOBID OF RECFILE3
                          TO BAD-TAB-JOBID (WS-BAD-CNT)
                     MOVE SYSNAM OF RECFILE3
                          TO BAD-TAB-SYSNAM (WS-BAD-CNT)
                  ELSE
                     SET BAD-TAB-FULL TO TRUE
                     SET SCAN-EOF TO TRUE
               IF PONLYBAD = 'Y' AND NOT SUM-BAD
                  CONTINUE
               ELSE
                  MOVE SPACES TO WS-OWN-TEAM
                  CALL 'JLOWNER' USING WS-JOBNAM
                                       WS-OWNPFX
                                       WS-OWN-TEAM
                                       WS-OWN-CONTACT
                                       WS-OWN-OUTQ
                                       WS-OWN-OUTQLIB
                                       WS-OWN-ESCCONT
                  PERFORM 1100-OPEN-REPORT
                  PERFORM 3050-PRINT-PACKET
                  IF WS-OWN-OUTQ NOT = SPACES
                     PERFORM 3060-TEAM-COPY
                  END-IF
               END-IF
            END-IF.
       3050-PRINT-PACKET.
            MOVE WS-CURJOBID TO JOBID OF JOBHDR-O.
            MOVE WS-CURSYS   TO SYSNAM OF JOBHDR-O.
            WRITE RPTREC FROM JOBHDR-O FORMAT 'JOBHDR'.
            IF WS-OWNPFX = SPACES
               WRITE RPTREC FORMAT 'NOOWNER'
            ELSE
               MOVE WS-OWN-TEAM    TO TEAM OF OWNLINE-O
               MOVE WS-OWN-CONTACT TO CONTACT OF OWNLINE-O
               MOVE WS-OWN-ESCCONT TO ESCCONT OF OWNLINE-O
               WRITE RPTREC FROM OWNLINE-O FORMAT 'OWNLINE'
            END-IF.
            WRITE RPTREC FORMAT 'SUMHDR'.
            MOVE WS-SUM-STRDATE  TO STRDATE OF SUMLINE-O.
            MOVE WS-SUM-STRHORA  TO STRHORA OF SUMLINE-O.
            MOVE WS-SUM-ENDDATE  TO ENDDATE OF SUMLINE-O.
            MOVE WS-SUM-ENDHORA  TO ENDHORA OF SUMLINE-O.
            MOVE WS-SUM-DURSEC   TO DURSEC OF SUMLINE-O.
            MOVE WS-SUM-MSGCNT   TO MSGCNT OF SUMLINE-O.
            MOVE WS-SUM-MAXSEV   TO MAXSEV OF SUMLINE-O.
            MOVE WS-SUM-ENDFLG   TO ENDFLG OF SUMLINE-O.
            MOVE WS-SUM-ENDMSGID TO ENDMSGID OF SUMLINE-O.
            WRITE RPTREC FROM SUMLINE-O FORMAT 'SUMLINE'.
            PERFORM 3200-GATHER-MSGS.
            PERFORM 3300-PRINT-MSGS.
            PERFORM 3400-CLEAN-RUN.
      *****************************************************************
      *    The owning team's copy.  The team's output queue is       *
      *    checked with CHKOBJ through JLRUNCMD first - OVRPRTF does *
      *    not look at the queue, and a missing or unauthorised one  *
      *    would only show as a failed open that ends the run.  A    *
      *    queue that fails the check gets a DISPLAY, no copy, and   *
      *    the operations file is left open for the next packet.     *
      *    Otherwise the operations file is closed so the override   *
      *    takes effect on the next open, the packet is printed      *
      *    again into a file of its own on the team's queue, and     *
      *    the override is removed so the next packet goes back to   *
      *    the operations queue.                                     *
      *****************************************************************
       3060-TEAM-COPY.
            IF WS-OWN-OUTQLIB = SPACES
               MOVE '*LIBL' TO WS-OWN-OUTQLIB
            END-IF.
            MOVE SPACES TO WS-CHKCMD.
            STRING 'CHKOBJ OBJ(' DELIMITED BY SIZE
                   WS-OWN-OUTQLIB DELIMITED BY SPACE
                   '/' DELIMITED BY SIZE
                   WS-OWN-OUTQ DELIMITED BY SPACE
                   ') OBJTYPE(*OUTQ)' DELIMITED BY SIZE
                   INTO WS-CHKCMD
            END-STRING.
            CALL 'JLRUNCMD' USING WS-CHKCMD WS-RUN-MSGID.
            IF WS-RUN-MSGID NOT = SPACES
               DISPLAY 'PROBPKT - OUTQ ' WS-OWN-OUTQLIB '/'
                       WS-OWN-OUTQ ' NOT USABLE (' WS-RUN-MSGID
                       '), NO COPY FOR TEAM ' WS-OWN-TEAM
            ELSE
               CLOSE RPTFILE
               SET NOT-RPT-OPENED TO TRUE
               MOVE SPACES TO WS-CMD
               STRING 'OVRPRTF FILE(QPRINT) OUTQ(' DELIMITED BY SIZE
                      WS-OWN-OUTQLIB DELIMITED BY SPACE
                      '/' DELIMITED BY SIZE
                      WS-OWN-OUTQ DELIMITED BY SPACE
                      ') USRDTA(' DELIMITED BY SIZE
                      WS-OWN-TEAM DELIMITED BY SPACE
                      ')' DELIMITED BY SIZE
                      INTO WS-CMD
               END-STRING
               MOVE 200 TO WS-CMDLEN
               CALL 'QCMDEXC' USING WS-CMD WS-CMDLEN
               PERFORM 1100-OPEN-REPORT
               PERFORM 3050-PRINT-PACKET
               CLOSE RPTFILE
               SET NOT-RPT-OPENED TO TRUE
               MOVE SPACES TO WS-CMD
               MOVE 'DLTOVR FILE(QPRINT)' TO WS-CMD
               CALL 'QCMDEXC' USING WS-CMD WS-CMDLEN
            END-IF.
      *****************************************************************
      *    The job's summary row for WS-CURSYS.  With no system      *
      *    given the first row on file for the job is taken and its  *
      *    system becomes the one the rest of the packet reads.      *
      *****************************************************************
       3100-GET-SUMMARY.
            SET NOT-SUM-FOUND TO TRUE.
            SET NOT-SUM-BAD TO TRUE.
            SET NOT-LKP-EOF TO TRUE.
            MOVE WS-CURJOBID TO JOBID OF RECFILE3.
            START FILE3 KEY IS EQUAL TO JOBID OF RECFILE3
                INVALID KEY SET LKP-EOF TO TRUE
            END-START.
            IF NOT FILE3-OK
               SET LKP-EOF TO TRUE
            END-IF.
            PERFORM UNTIL LKP-EOF OR SUM-FOUND
               READ FILE3 NEXT RECORD
                   AT END SET LKP-EOF TO TRUE
               END-READ
               IF NOT FILE3-OK
                  OR JOBID OF RECFILE3 NOT = WS-CURJOBID
                  SET LKP-EOF TO TRUE
               END-IF
               IF NOT LKP-EOF
                  AND (ANY-SYSTEM OR SYSNAM OF RECFILE3 = WS-CURSYS)
                  SET SUM-FOUND TO TRUE
                  MOVE SYSNAM OF RECFILE3   TO WS-CURSYS
                  MOVE STRDATE OF RECFILE3  TO WS-SUM-STRDATE
                  MOVE STRHORA OF RECFILE3  TO WS-SUM-STRHORA
                  MOVE ENDDATE OF RECFILE3  TO WS-SUM-ENDDATE
                     SET SUM-BAD TO TRUE
                  END-IF
               END-IF
            END-PERFORM.
      *****************************************************************
      *    Walk the job's JOBLOGF records in SEQ order keeping the   *
      *    last LEAD-DEPTH messages in a ring buffer; the walk stops *
                  SET SCAN-EOF TO TRUE
               END-IF
               IF NOT SCAN-EOF
                  AND SYSNAM OF RECFILE = WS-CURSYS
                  MOVE SEQ OF RECFILE
                       TO RING-TAB-SEQ (WS-RING-NEXT)
                  MOVE MSGID OF RECFILE
               MOVE WS-SECTXT TO SECTXT OF TXT2LINE-O
               WRITE RPTREC FROM TXT2LINE-O FORMAT 'TXT2LINE'
            END-IF.
            IF WS-RIDX = WS-RING-CNT
               PERFORM 3330-KNOWN-ERROR
            END-IF.
       3320-FETCH-TEXT.
            MOVE SPACES TO WS-MSGTXT WS-SECTXT.
            SET NOT-LKP-EOF TO TRUE.
                     SET LKP-EOF TO TRUE
                  ELSE
                     IF SEQ OF RECFILE2 = RING-TAB-SEQ (WS-RPOS)
                        AND SYSNAM OF RECFILE2 = WS-CURSYS
                        MOVE MSGLINES OF RECFILE2 (1:120)
                             TO WS-MSGTXT
                        MOVE SECLVLTXT OF RECFILE2 (1:120)
               END-IF
            END-PERFORM.
      *****************************************************************
      *    KNOWNERR entry for the failing message.  An entry          *
      *    qualified by the sending program wins over a blank-FROMPGM *
      *    one, the rule SEVRULES and WATCHLST already follow; the    *
      *    record is left holding the entry that won.                 *
      *****************************************************************
       3330-KNOWN-ERROR.
            SET NOT-KB-FOUND TO TRUE.
            SET NOT-KB-QUAL-FOUND TO TRUE.
            SET NOT-LKP-EOF TO TRUE.
            MOVE RING-TAB-MSGID (WS-RPOS) TO MSGID OF KBREC.
            START KBF KEY IS EQUAL TO MSGID OF KBREC
                INVALID KEY SET LKP-EOF TO TRUE
            END-START.
            IF NOT KFILE-OK AND NOT LKP-EOF
               DISPLAY 'PROBPKT - KNOWNERR START ERROR, STATUS '
                       KFILESTATUS
               SET LKP-EOF TO TRUE
            END-IF.
            PERFORM UNTIL LKP-EOF OR KB-QUAL-FOUND
               READ KBF NEXT RECORD
                   AT END SET LKP-EOF TO TRUE
               END-READ
               IF NOT KFILE-OK AND NOT LKP-EOF
                  DISPLAY 'PROBPKT - KNOWNERR READ ERROR, STATUS '
                          KFILESTATUS
                  SET LKP-EOF TO TRUE
               END-IF
               IF NOT LKP-EOF
                  IF MSGID OF KBREC NOT = RING-TAB-MSGID (WS-RPOS)
                     SET LKP-EOF TO TRUE
                  ELSE
                     IF FROMPGM OF KBREC = RING-TAB-FROMPGM (WS-RPOS)
                        AND FROMPGM OF KBREC NOT = SPACES
                        SET KB-QUAL-FOUND TO TRUE
                        PERFORM 3340-SAVE-KB
                     ELSE
                        IF FROMPGM OF KBREC = SPACES
                           AND NOT KB-FOUND
                           PERFORM 3340-SAVE-KB
                        END-IF
                     END-IF
                  END-IF
               END-IF
            END-PERFORM.
            IF KB-FOUND
               MOVE RING-TAB-MSGID (WS-RPOS) TO KBMSGID OF KBHDR-O
               MOVE WS-KB-FROMPGM   TO KBFROM OF KBHDR-O
               WRITE RPTREC FROM KBHDR-O FORMAT 'KBHDR'
               MOVE WS-KB-PROBCAUS  TO PROBCAUS OF KBCAUS-O
               WRITE RPTREC FROM KBCAUS-O FORMAT 'KBCAUS'
               MOVE WS-KB-OPRACT    TO OPRACT OF KBACT-O
               WRITE RPTREC FROM KBACT-O FORMAT 'KBACT'
               MOVE WS-KB-ESCCONT   TO ESCCONT OF KBESC-O
               MOVE WS-KB-REVDATE   TO REVDATE OF KBESC-O
               WRITE RPTREC FROM KBESC-O FORMAT 'KBESC'
            ELSE
               WRITE RPTREC FORMAT 'NOKB'
            END-IF.
       3340-SAVE-KB.
            SET KB-FOUND TO TRUE.
            MOVE FROMPGM OF KBREC  TO WS-KB-FROMPGM.
            MOVE PROBCAUS OF KBREC TO WS-KB-PROBCAUS.
            MOVE OPRACT OF KBREC   TO WS-KB-OPRACT.
            MOVE ESCCONT OF KBREC  TO WS-KB-ESCCONT.
            MOVE REVDATE OF KBREC  TO WS-KB-REVDATE.
      *****************************************************************
      *    Most recent clean run of the same job name: full JOBSUMF  *
      *    pass keeping the latest STRDATE/STRHORA among rows with   *
      *    MAXSEV under 40 and a completion message, excluding the   *
      *    failed run itself.  The clean run may be from any system  *
      *    - a job that failed on DR has its production history.     *
      *****************************************************************
       3400-CLEAN-RUN.
            SET NOT-CLN-FOUND TO TRUE.
            MOVE SPACES TO WS-CLN-JOBID WS-CLN-SYSNAM.
            MOVE ZEROES TO WS-CLN-STRDATE WS-CLN-STRHORA
                            WS-CLN-DURSEC WS-CLN-MSGCNT.
            SET NOT-SCAN-EOF TO TRUE.
                  SET SCAN-EOF TO TRUE
               END-IF
               IF NOT SCAN-EOF
                  AND (JOBID OF RECFILE3 NOT = WS-CURJOBID
                       OR SYSNAM OF RECFILE3 NOT = WS-CURSYS)
                  AND JOBID OF RECFILE3 (17:10) = WS-JOBNAM
                  AND MAXSEV OF RECFILE3 < 40
                  AND ENDFLG OF RECFILE3 = 'Y'
                         AND STRHORA OF RECFILE3 > WS-CLN-STRHORA)
                     SET CLN-FOUND TO TRUE
                     MOVE JOBID OF RECFILE3   TO WS-CLN-JOBID
                     MOVE SYSNAM OF RECFILE3  TO WS-CLN-SYSNAM
                     MOVE STRDATE OF RECFILE3 TO WS-CLN-STRDATE
                     MOVE STRHORA OF RECFILE3 TO WS-CLN-STRHORA
                     MOVE DURSEC OF RECFILE3  TO WS-CLN-DURSEC
            END-PERFORM.
            IF CLN-FOUND
               MOVE WS-CLN-JOBID TO CMPJOBID OF CMPHDR-O
               MOVE WS-CLN-SYSNAM TO CMPSYS OF CMPHDR-O
               WRITE RPTREC FROM CMPHDR-O FORMAT 'CMPHDR'
               MOVE WS-CLN-STRDATE TO CSTRDATE OF CMPLINE-O
               MOVE WS-CLN-STRHORA TO CSTRHORA OF CMPLINE-O
       9000-TERMINATE.
            CLOSE FILE1
                  FILE2
                  FILE3
                  KBF.
            IF RPT-OPENED
               CLOSE RPTFILE
            END-IF.
