      *                           cannot show that the 02:10 failure
      *                           in one job followed something
      *                           another job did at 02:08.
      *                 Oct2026 - new parameter PSYSNAM limits the
      *                           timeline to the jobs of one system
      *                           (blank, every system - the central
      *                           repository holds production, test
      *                           and DR side by side), and each line
      *                           shows the system its job ran on.
      *
      * @
      * JOBLOGF is keyed by JOBID/SEQ, so a time-ordered view needs
       01   FILT-TOHORA                   PIC 9(06)   VALUE ZEROES.
       01   WS-FRJOB                      PIC X(26)   VALUE SPACES.
       01   WS-TOJOB                      PIC X(26)   VALUE SPACES.
       01   WS-FLTSYS                     PIC X(08)   VALUE SPACES.
       01   WS-MSG-CNT                    PIC 9(04)   VALUE ZEROES.
       01   WS-IDX                        PIC 9(04)   VALUE ZEROES.
       01   WS-IDX2                       PIC 9(04)   VALUE ZEROES.
            10 MSG-TAB-MSGSEV            PIC 9(02).
            10 MSG-TAB-JOBID             PIC X(26).
            10 MSG-TAB-SEQ               PIC 9(10).
            10 MSG-TAB-SYSNAM            PIC X(08).
       01   WS-SWAP-ENTRY                 PIC X(80).
       LINKAGE SECTION.
        01 PFRDATE    PIC X(07).
        01 PFRHORA    PIC X(06).
        01 PTOHORA    PIC X(06).
        01 PFROMJOBID PIC X(26).
        01 PTOJOBID   PIC X(26).
        01 PSYSNAM    PIC X(08).
       PROCEDURE DIVISION USING PFRDATE
                                PFRHORA
                                PTODATE
                                PTOHORA
                                PFROMJOBID
                                PTOJOBID
                                PSYSNAM.
       MAINPROC.
            PERFORM 1000-INITIALIZE.
            PERFORM 2000-COLLECT-MSG UNTIL EOFFILE.
            END-IF.
            MOVE PFROMJOBID TO WS-FRJOB.
            MOVE PTOJOBID   TO WS-TOJOB.
            MOVE PSYSNAM    TO WS-FLTSYS.
            OPEN INPUT FILE1.
            OPEN INPUT FILE2.
            OPEN OUTPUT RPTFILE.
            WRITE RPTREC FROM HDR2-O FORMAT 'HDR2'.
            MOVE WS-FRJOB TO SELFRJOB OF HDR3-O.
            MOVE WS-TOJOB TO SELTOJOB OF HDR3-O.
            IF WS-FLTSYS = SPACES
               MOVE '*ALL' TO SELSYS OF HDR3-O
            ELSE
               MOVE WS-FLTSYS TO SELSYS OF HDR3-O
            END-IF.
            WRITE RPTREC FROM HDR3-O FORMAT 'HDR3'.
            WRITE RPTREC FORMAT 'COLHDR'.
            IF WS-FRJOB = SPACES
               SET EOFFILE TO TRUE
            END-IF.
       2000-COLLECT-MSG.
            IF (WS-FLTSYS = SPACES
                OR SYSNAM OF RECFILE = WS-FLTSYS)
               AND (FILT-FRDATE = ZEROES
                OR MSGDATE OF RECFILE NOT < FILT-FRDATE)
               AND (FILT-TODATE = ZEROES
                    OR MSGDATE OF RECFILE NOT > FILT-TODATE)
                       TO MSG-TAB-JOBID (WS-MSG-CNT)
                  MOVE SEQ OF RECFILE
                       TO MSG-TAB-SEQ (WS-MSG-CNT)
                  MOVE SYSNAM OF RECFILE
                       TO MSG-TAB-SYSNAM (WS-MSG-CNT)
               ELSE
                  SET MSG-TAB-FULL TO TRUE
                  SET EOFFILE TO TRUE
               MOVE MSG-TAB-MSGID (WS-IDX)   TO MSGID OF DETAIL-O
               MOVE MSG-TAB-MSGSEV (WS-IDX)  TO MSGSEV OF DETAIL-O
               MOVE WS-MSGTXT                TO MSGTXT OF DETAIL-O
               MOVE MSG-TAB-SYSNAM (WS-IDX)  TO SYSNAM OF DETAIL-O
               WRITE RPTREC FROM DETAIL-O FORMAT 'DETAIL'
               ADD 1 TO WS-TOTMSGS
            END-PERFORM.
                     SET LKP-EOF TO TRUE
                  ELSE
                     IF SEQ OF RECFILE2 = MSG-TAB-SEQ (WS-IDX)
                        AND SYSNAM OF RECFILE2 = MSG-TAB-SYSNAM (WS-IDX)
                        MOVE MSGLINES OF RECFILE2 (1:70)
                             TO WS-MSGTXT
                        SET TXT-FOUND TO TRUE
