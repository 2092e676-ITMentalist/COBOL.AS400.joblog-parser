       IDENTIFICATION DIVISION.
       PROGRAM-ID. JLSYSNM.
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
      *                 Oct2026 - JLSYSNM written to return the name of
      *                           the system it runs on, so JLEXTRCT
      *                           and JLSCHED can stamp the logs they
      *                           collect from this partition with a
      *                           SYSNAM that tells them apart from
      *                           the logs pulled from the others.
      *
      * @
      * JLSYSNM returns the SYSNAME network attribute (the name
      * DSPNETA shows as "Current system name") in PSYSNAM, blank if
      * it cannot be retrieved.  It comes from QWCRNETA asked for the
      * one attribute, so the receiver holds the attribute count, one
      * offset (8, the entry follows at once) and a single entry laid
      * out as the API documents it: name, type, status, data length
      * and the data.  The name is kept after the first call, so a
      * caller that calls once per job pays for the API once.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
         SOURCE-COMPUTER. IBM-AS400.
         OBJECT-COMPUTER. IBM-AS400.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01   WS-LCLSYS                     PIC X(08)   VALUE SPACES.
       01   WS-NETA.
         05  NA-COUNT                     PIC 9(9)    COMP-4.
         05  NA-OFFSET                    PIC 9(9)    COMP-4.
         05  NA-NAME                      PIC X(10).
         05  NA-TYPE                      PIC X(01).
         05  NA-STATUS                    PIC X(01).
         05  NA-DATALEN                   PIC 9(9)    COMP-4.
         05  NA-DATA                      PIC X(08).
         05  FILLER                       PIC X(36).
       01   WS-NETALEN                    PIC 9(9)    COMP-4 VALUE 72.
       01   WS-NETACNT                    PIC 9(9)    COMP-4 VALUE 1.
       01   WS-NETANAM                    PIC X(10)   VALUE 'SYSNAME'.
       01   WS-ERRCOD.
         05  EC-BYTPRV                    PIC 9(9)    COMP-4 VALUE 16.
         05  EC-BYTAVL                    PIC 9(9)    COMP-4 VALUE 0.
         05  EC-MSGID                     PIC X(07)   VALUE SPACES.
         05  FILLER                       PIC X(01)   VALUE SPACE.
       LINKAGE SECTION.
        01 PSYSNAM   PIC X(08).
       PROCEDURE DIVISION USING PSYSNAM.
       MAINPROC.
            IF WS-LCLSYS = SPACES
               MOVE SPACES TO WS-NETA
               MOVE ZEROES TO EC-BYTAVL
               CALL 'QWCRNETA' USING WS-NETA
                                     WS-NETALEN
                                     WS-NETACNT
                                     WS-NETANAM
                                     WS-ERRCOD
               IF EC-BYTAVL = ZEROES
                  AND NA-COUNT = 1
                  AND NA-NAME = 'SYSNAME'
                  AND NA-STATUS = SPACE
                  MOVE NA-DATA TO WS-LCLSYS
               ELSE
                  DISPLAY 'JLSYSNM - SYSTEM NAME NOT RETRIEVED '
                          EC-MSGID
               END-IF
            END-IF.
            MOVE WS-LCLSYS TO PSYSNAM.
            GOBACK.
