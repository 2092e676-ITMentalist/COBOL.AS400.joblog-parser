       IDENTIFICATION DIVISION.
       PROGRAM-ID. JLOWNER.
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
      *                 Oct2026 - JLOWNER written to tell PROBPKT and
      *                           MORNDGST which application team owns
      *                           a job, from the JOBOWNR entries kept
      *                           by OWNMNT, so packets and digest
      *                           sections reach the team without
      *                           being forwarded by hand.
      *
      * @
      * JLOWNER is called with a job name in PJOBNAM and returns the
      * matching JOBOWNR entry: the entry's job name or prefix in
      * POWNPFX, and PTEAM, PCONTACT, POUTQ, POUTQLIB and PESCCONT.
      * An entry for the full job name wins over any prefix, and of
      * the prefixes (AR*, WMS*, WMSREP*) the longest one the job
      * name starts with wins.  A job no entry covers comes back with
      * all of them blank - that is how the callers tell an unowned
      * job.
      * Called with PJOBNAM blank and a team in PTEAM it looks the
      * team up instead: the first entry of that team that has an
      * output queue (the first entry of the team if none has), which
      * is where MORNDGST spools a team's own digest.  POWNPFX comes
      * back blank if the team has no entry.
      * JOBOWNR is read into a table on the first call and kept, so
      * a caller that calls once per job reads the file once; a run
      * started after an OWNMNT change sees the change.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
         SOURCE-COMPUTER. IBM-AS400.
         OBJECT-COMPUTER. IBM-AS400.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OWNF ASSIGN TO DISK-JOBOWNR
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS OWNPFX OF OWNREC WITH DUPLICATES
                   FILE STATUS IS OFILESTATUS.
       DATA DIVISION.
       FILE SECTION.
        FD OWNF
             LABEL RECORDS ARE STANDARD.
         01 OWNREC.
               COPY DDS-ALL-FORMATS OF JOBOWNR.
       WORKING-STORAGE SECTION.
       01   OFILESTATUS                   PIC XX.
           88 OFILE-OK                  VALUE "00".
       01   WS-LOADED                     PIC 1       VALUE B"0".
           88 OWN-LOADED                VALUE B"1".
       01   WS-OWN-EOF                    PIC 1       VALUE B"0".
           88 OWN-EOF                   VALUE B"1".
           88 NOT-OWN-EOF               VALUE B"0".
       01   WS-OWN-CNT                    PIC 9(04)   VALUE ZEROES.
       01   WS-OIDX                       PIC 9(04)   VALUE ZEROES.
       01   WS-BEST                       PIC 9(04)   VALUE ZEROES.
       01   WS-BEST-LEN                   PIC 9(02)   VALUE ZEROES.
       01   WS-MLEN                       PIC 9(02)   VALUE ZEROES.
       01   WS-STARS                      PIC 9(02)   VALUE ZEROES.
       01   OWN-TABLE.
         05 OWN-TAB-ENTRY OCCURS 1 TO 1000 TIMES
              DEPENDING ON WS-OWN-CNT.
            10 OWN-TAB-OWNPFX            PIC X(10).
            10 OWN-TAB-MLEN              PIC 9(02).
            10 OWN-TAB-TEAM              PIC X(10).
            10 OWN-TAB-CONTACT           PIC X(30).
            10 OWN-TAB-OUTQ              PIC X(10).
            10 OWN-TAB-OUTQLIB           PIC X(10).
            10 OWN-TAB-ESCCONT           PIC X(30).
       LINKAGE SECTION.
        01 PJOBNAM   PIC X(10).
        01 POWNPFX   PIC X(10).
        01 PTEAM     PIC X(10).
        01 PCONTACT  PIC X(30).
        01 POUTQ     PIC X(10).
        01 POUTQLIB  PIC X(10).
        01 PESCCONT  PIC X(30).
       PROCEDURE DIVISION USING PJOBNAM
                                POWNPFX
                                PTEAM
                                PCONTACT
                                POUTQ
                                POUTQLIB
                                PESCCONT.
       MAINPROC.
            IF NOT OWN-LOADED
               PERFORM 1000-LOAD-OWNERS
               SET OWN-LOADED TO TRUE
            END-IF.
            MOVE ZEROES TO WS-BEST WS-BEST-LEN.
            IF PJOBNAM = SPACES
               PERFORM 3000-FIND-TEAM
            ELSE
               PERFORM 2000-FIND-JOB
            END-IF.
            IF WS-BEST = ZEROES
               MOVE SPACES TO POWNPFX PCONTACT POUTQ POUTQLIB
                              PESCCONT
               IF PJOBNAM NOT = SPACES
                  MOVE SPACES TO PTEAM
               END-IF
            ELSE
               MOVE OWN-TAB-OWNPFX (WS-BEST)  TO POWNPFX
               MOVE OWN-TAB-TEAM (WS-BEST)    TO PTEAM
               MOVE OWN-TAB-CONTACT (WS-BEST) TO PCONTACT
               MOVE OWN-TAB-OUTQ (WS-BEST)    TO POUTQ
               MOVE OWN-TAB-OUTQLIB (WS-BEST) TO POUTQLIB
               MOVE OWN-TAB-ESCCONT (WS-BEST) TO PESCCONT
            END-IF.
            GOBACK.
      *****************************************************************
      *    Each entry is tabled with its match length: 99 for a full  *
      *    job name, so it beats any prefix, or the number of         *
      *    characters in front of the * for a prefix.  An entry that  *
      *    is * alone matches nothing - OWNMNT does not let one on.   *
      *****************************************************************
       1000-LOAD-OWNERS.
            MOVE ZEROES TO WS-OWN-CNT.
            SET NOT-OWN-EOF TO TRUE.
            OPEN INPUT OWNF.
            IF NOT OFILE-OK
               DISPLAY 'JLOWNER - JOBOWNR OPEN ERROR, STATUS '
                       OFILESTATUS
            ELSE
               MOVE LOW-VALUES TO OWNPFX OF OWNREC
               START OWNF KEY IS NOT LESS THAN OWNPFX OF OWNREC
                   INVALID KEY SET OWN-EOF TO TRUE
               END-START
               PERFORM UNTIL OWN-EOF
                  READ OWNF NEXT RECORD
                      AT END SET OWN-EOF TO TRUE
                  END-READ
                  IF NOT OFILE-OK AND NOT OWN-EOF
                     DISPLAY 'JLOWNER - JOBOWNR READ ERROR, STATUS '
                             OFILESTATUS
                     SET OWN-EOF TO TRUE
                  END-IF
                  IF NOT OWN-EOF
                     PERFORM 1100-TABLE-OWNER
                  END-IF
               END-PERFORM
               CLOSE OWNF
            END-IF.
       1100-TABLE-OWNER.
            MOVE ZEROES TO WS-STARS WS-MLEN.
            INSPECT OWNPFX OF OWNREC TALLYING WS-STARS FOR ALL '*'.
            IF WS-STARS = ZEROES
               MOVE 99 TO WS-MLEN
            ELSE
               INSPECT OWNPFX OF OWNREC TALLYING WS-MLEN
                   FOR CHARACTERS BEFORE INITIAL '*'
            END-IF.
            IF WS-MLEN = ZEROES OR OWNPFX OF OWNREC = SPACES
               CONTINUE
            ELSE
               IF WS-OWN-CNT NOT < 1000
                  DISPLAY 'JLOWNER - MORE THAN 1000 JOBOWNR ENTRIES, '
                          OWNPFX OF OWNREC ' IGNORED'
               ELSE
                  ADD 1 TO WS-OWN-CNT
                  MOVE OWNPFX OF OWNREC
                       TO OWN-TAB-OWNPFX (WS-OWN-CNT)
                  MOVE WS-MLEN
                       TO OWN-TAB-MLEN (WS-OWN-CNT)
                  MOVE TEAM OF OWNREC
                       TO OWN-TAB-TEAM (WS-OWN-CNT)
                  MOVE CONTACT OF OWNREC
                       TO OWN-TAB-CONTACT (WS-OWN-CNT)
                  MOVE OUTQ OF OWNREC
                       TO OWN-TAB-OUTQ (WS-OWN-CNT)
                  MOVE OUTQLIB OF OWNREC
                       TO OWN-TAB-OUTQLIB (WS-OWN-CNT)
                  MOVE ESCCONT OF OWNREC
                       TO OWN-TAB-ESCCONT (WS-OWN-CNT)
               END-IF
            END-IF.
      *****************************************************************
      *    Longest match wins; the full-name length of 99 puts an     *
      *    exact entry ahead of every prefix.                         *
      *****************************************************************
       2000-FIND-JOB.
            PERFORM VARYING WS-OIDX FROM 1 BY 1
                UNTIL WS-OIDX > WS-OWN-CNT
               MOVE OWN-TAB-MLEN (WS-OIDX) TO WS-MLEN
               IF WS-MLEN > WS-BEST-LEN
                  IF WS-MLEN = 99
                     IF OWN-TAB-OWNPFX (WS-OIDX) = PJOBNAM
                        MOVE WS-OIDX TO WS-BEST
                        MOVE WS-MLEN TO WS-BEST-LEN
                     END-IF
                  ELSE
                     IF OWN-TAB-OWNPFX (WS-OIDX) (1:WS-MLEN)
                        = PJOBNAM (1:WS-MLEN)
                        MOVE WS-OIDX TO WS-BEST
                        MOVE WS-MLEN TO WS-BEST-LEN
                     END-IF
                  END-IF
               END-IF
            END-PERFORM.
       3000-FIND-TEAM.
            PERFORM VARYING WS-OIDX FROM 1 BY 1
                UNTIL WS-OIDX > WS-OWN-CNT
               IF OWN-TAB-TEAM (WS-OIDX) = PTEAM
                  IF WS-BEST = ZEROES
                     MOVE WS-OIDX TO WS-BEST
                  ELSE
                     IF OWN-TAB-OUTQ (WS-BEST) = SPACES
                        AND OWN-TAB-OUTQ (WS-OIDX) NOT = SPACES
                        MOVE WS-OIDX TO WS-BEST
                     END-IF
                  END-IF
               END-IF
            END-PERFORM.
