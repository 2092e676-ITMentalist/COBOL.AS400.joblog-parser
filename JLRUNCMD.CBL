       IDENTIFICATION DIVISION.
       PROGRAM-ID. JLRUNCMD.
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
      *                 Oct2026 - JLRUNCMD written so a program can run
      *                           a CL command and be told it failed,
      *                           instead of being ended by the escape
      *                           message: EVTSEND's stream file copy
      *                           and data queue check, and the output
      *                           queue check PROBPKT and MORNDGST make
      *                           before a team's OVRPRTF.
      *
      * @
      * JLRUNCMD runs the command in PCMD through QCAPCMD (format
      * CPOP0100, command running - the same processing QCMDEXC
      * gives) with an error code structure, and returns in PMSGID
      * the ID of the escape message the command ended with, blank
      * when it ran clean.  The caller decides what a failure means.
      *
      * Overrides (OVRPRTF, DLTOVR) are NOT run through here: an
      * override is scoped to the call level that issues it, so one
      * issued in this program would be gone again on return.  The
      * callers keep those on QCMDEXC, after checking through here
      * that the object the override names exists.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
         SOURCE-COMPUTER. IBM-AS400.
         OBJECT-COMPUTER. IBM-AS400.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01   WS-CMDLEN                     PIC 9(9)    COMP-4 VALUE 300.
       01   WS-CPOP.
         05  CP-TYPE                      PIC 9(9)    COMP-4 VALUE 0.
         05  CP-DBCS                      PIC X(01)   VALUE '0'.
         05  CP-PROMPT                    PIC X(01)   VALUE '0'.
         05  CP-SYNTAX                    PIC X(01)   VALUE '0'.
         05  CP-MSGKEY                    PIC X(04)   VALUE SPACES.
         05  CP-CCSID                     PIC 9(9)    COMP-4 VALUE 0.
         05  FILLER                       PIC X(05)   VALUE LOW-VALUES.
       01   WS-CPOPLEN                    PIC 9(9)    COMP-4 VALUE 20.
       01   WS-CPOPFMT                    PIC X(08)   VALUE 'CPOP0100'.
       01   WS-CHGCMD                     PIC X(300)  VALUE SPACES.
       01   WS-CHGLEN                     PIC 9(9)    COMP-4 VALUE 300.
       01   WS-CHGAVL                     PIC 9(9)    COMP-4 VALUE 0.
       01   WS-ERRCOD.
         05  EC-BYTPRV                    PIC 9(9)    COMP-4 VALUE 16.
         05  EC-BYTAVL                    PIC 9(9)    COMP-4 VALUE 0.
         05  EC-MSGID                     PIC X(07)   VALUE SPACES.
         05  FILLER                       PIC X(01)   VALUE SPACE.
       LINKAGE SECTION.
        01 PCMD      PIC X(300).
        01 PMSGID    PIC X(07).
       PROCEDURE DIVISION USING PCMD PMSGID.
       MAINPROC.
            MOVE SPACES TO PMSGID.
            MOVE ZEROES TO EC-BYTAVL.
            MOVE SPACES TO EC-MSGID.
            CALL 'QCAPCMD' USING PCMD
                                 WS-CMDLEN
                                 WS-CPOP
                                 WS-CPOPLEN
                                 WS-CPOPFMT
                                 WS-CHGCMD
                                 WS-CHGLEN
                                 WS-CHGAVL
                                 WS-ERRCOD.
            IF EC-BYTAVL NOT = ZEROES
               MOVE EC-MSGID TO PMSGID
               IF PMSGID = SPACES
                  MOVE 'CPF0000' TO PMSGID
               END-IF
            END-IF.
            GOBACK.
