000100***************************************************************** ssto00p
000200*                                                               * ssto00p
000300*   Copyright (C) 1998-2015 Micro Focus. All Rights Reserved.   * ssto00p
000400*   This demonstration program is provided for use by users     * ssto00p
000500*   of Micro Focus products and may be used, modified and       * ssto00p
000600*   distributed as part of your application provided that       * ssto00p
000700*   you properly acknowledge the copyright of Micro Focus       * ssto00p
000800*   in this material.                                           * ssto00p
000900*                                                               * ssto00p
001000***************************************************************** ssto00p
001100*                                                                 ssto00p
001200***************************************************************** ssto00p
001300* Program:     SSTO00P.CBL (Batch Version)                      * ssto00p
001400* Layer:       Scheduled transfers                              * ssto00p
001500* Function:    Overnight standing order run, in the same window * ssto00p
001600*              as SRPT00P and ahead of the SLDG00P ledger       * ssto00p
001700*              proof.  Reads STOFILE in number order and posts  * ssto00p
001800*              every live item whose next date has come, with   * ssto00p
001900*              the same rules BBANK50P applies online: the      * ssto00p
002000*              from-account owned by the user who set it up,    * ssto00p
002100*              both accounts on file and open, funds to cover   * ssto00p
002200*              it, and the amount within the DUALAMT limit.     * ssto00p
002300*              Each posting is a debit and a credit on ACCTFILE * ssto00p
002400*              and both sides on TRNJRNL, numbered from the     * ssto00p
002500*              journal's control record as the online postings  * ssto00p
002600*              are.  A one-off is then marked done; a weekly or * ssto00p
002700*              monthly order moves on to its next date.         * ssto00p
002800*              An item that cannot be posted is written to the  * ssto00p
002900*              exceptions report and tried again the next night * ssto00p
003000*              until it has failed STORTRY times, when it is    * ssto00p
003100*              cancelled.                                       * ssto00p
003200*              Each item is stamped with the run date, and      * ssto00p
003300*              marked as posting, in one rewrite before its     * ssto00p
003400*              money moves; the mark is cleared only when the   * ssto00p
003411*              item is rewritten after the posting.  A rerun    * ssto00p
003422*              the same night passes over an item it has        * ssto00p
003433*              stamped, and an item found still marked on any   * ssto00p
003444*              night - the run stopped part way through         * ssto00p
003455*              posting it - is held on the exceptions report    * ssto00p
003466*              for its postings to be checked by hand, and is   * ssto00p
003477*              not posted again until it has been put right.    * ssto00p
003488*              A checkpoint is taken                            * ssto00p
003500*              every WS-CKPT-INTERVAL records so a rerun after  * ssto00p
003600*              an abend resumes after the last checkpoint and   * ssto00p
003700*              carries on the same exceptions report.           * ssto00p
003800***************************************************************** ssto00p
003900*                                                                 ssto00p
004000  IDENTIFICATION DIVISION.                                        ssto00p
004100  PROGRAM-ID.                                                     ssto00p
004200      SSTO00P.                                                    ssto00p
004300  DATE-WRITTEN.                                                   ssto00p
004400      October 2026.                                               ssto00p
004500  DATE-COMPILED.                                                  ssto00p
004600      Today.                                                      ssto00p
004700*                                                                 ssto00p
004800  ENVIRONMENT DIVISION.                                           ssto00p
004900  INPUT-OUTPUT SECTION.                                           ssto00p
005000  FILE-CONTROL.                                                   ssto00p
005100      SELECT STOFILE ASSIGN TO STOFILE                            ssto00p
005200          ORGANIZATION IS INDEXED                                 ssto00p
005300          ACCESS MODE IS DYNAMIC                                  ssto00p
005400          RECORD KEY IS STO-ID                                    ssto00p
005500          FILE STATUS IS WS-STOFILE-STATUS.                       ssto00p
005600      SELECT ACCTFILE ASSIGN TO ACCTFILE                          ssto00p
005700          ORGANIZATION IS INDEXED                                 ssto00p
005800          ACCESS MODE IS RANDOM                                   ssto00p
005900          RECORD KEY IS ACC-ACCOUNT-NO                            ssto00p
006000          FILE STATUS IS WS-ACCTFILE-STATUS.                      ssto00p
006100      SELECT TRNJRNL ASSIGN TO TRNJRNL                            ssto00p
006200          ORGANIZATION IS INDEXED                                 ssto00p
006300          ACCESS MODE IS RANDOM                                   ssto00p
006400          RECORD KEY IS TRN-SEQ                                   ssto00p
006500          FILE STATUS IS WS-TRNJRNL-STATUS.                       ssto00p
006600      SELECT OPTIONAL CKPTFILE ASSIGN TO CKPTFILE                 ssto00p
006700          ORGANIZATION IS LINE SEQUENTIAL.                        ssto00p
006800      SELECT EXCFILE ASSIGN TO EXCFILE                            ssto00p
006900          ORGANIZATION IS LINE SEQUENTIAL.                        ssto00p
007000      SELECT OPTIONAL CNTLFILE ASSIGN TO CNTLFILE                 ssto00p
007100          ORGANIZATION IS INDEXED                                 ssto00p
007200          ACCESS MODE IS RANDOM                                   ssto00p
007300          RECORD KEY IS CTL-KEY                                   ssto00p
007400          FILE STATUS IS WS-CNTLFILE-STATUS.                      ssto00p
007500*                                                                 ssto00p
007600  DATA DIVISION.                                                  ssto00p
007700  FILE SECTION.                                                   ssto00p
007800  FD  STOFILE.                                                    ssto00p
007900  COPY CSTOREC.                                                   ssto00p
008000  FD  ACCTFILE.                                                   ssto00p
008100  COPY CACCREC.                                                   ssto00p
008200  FD  TRNJRNL.                                                    ssto00p
008300  COPY CTRNREC.                                                   ssto00p
008400  FD  CKPTFILE.                                                   ssto00p
008500  01  CKPT-RECORD.                                                ssto00p
008600      05  CKPT-PHASE             PIC X(01).                       ssto00p
008700          88  CKPT-PHASE-STO     VALUE 'S'.                       ssto00p
008800          88  CKPT-PHASE-DONE    VALUE 'C'.                       ssto00p
008900      05  CKPT-RUN-DATE          PIC 9(07).                       ssto00p
009000      05  CKPT-LAST-ID           PIC 9(07).                       ssto00p
009100      05  CKPT-TOTALS.                                            ssto00p
009200          10  CKPT-READ          PIC 9(07).                       ssto00p
009300          10  CKPT-DUE           PIC 9(07).                       ssto00p
009400          10  CKPT-POSTED        PIC 9(07).                       ssto00p
009500          10  CKPT-RETRIES       PIC 9(07).                       ssto00p
009600          10  CKPT-CANCELLED     PIC 9(07).                       ssto00p
009650          10  CKPT-HELD          PIC 9(07).                       ssto00p
009700      05  FILLER                 PIC X(23).                       ssto00p
009800  FD  EXCFILE.                                                    ssto00p
009900  01  EXC-LINE                  PIC X(80).                        ssto00p
010000  FD  CNTLFILE.                                                   ssto00p
010100  COPY CCTLREC.                                                   ssto00p
010200*                                                                 ssto00p
010300  WORKING-STORAGE SECTION.                                        ssto00p
010400  01  WS-MISC-STORAGE.                                            ssto00p
010500      05  WS-PROGRAM-ID          PIC X(8)                         ssto00p
010600          VALUE 'SSTO00P'.                                        ssto00p
010700      05  WS-STOFILE-STATUS      PIC X(02).                       ssto00p
010800      05  WS-ACCTFILE-STATUS     PIC X(02).                       ssto00p
010900      05  WS-TRNJRNL-STATUS      PIC X(02).                       ssto00p
011000      05  WS-CNTLFILE-STATUS     PIC X(02).                       ssto00p
011100      05  WS-STOFILE-SWITCH      PIC X(01).                       ssto00p
011200          88  WS-STOFILE-EOF     VALUE 'Y'.                       ssto00p
011300          88  WS-STOFILE-NOT-EOF VALUE 'N'.                       ssto00p
011400      05  WS-STOP-SWITCH         PIC X(01).                       ssto00p
011500          88  WS-RUN-STOPPED     VALUE 'Y'.                       ssto00p
011600          88  WS-RUN-NOT-STOPPED VALUE 'N'.                       ssto00p
011700      05  WS-ITEM-SWITCH         PIC X(01).                       ssto00p
011800          88  WS-ITEM-FAILED     VALUE 'F'.                       ssto00p
011900          88  WS-ITEM-OK         VALUE 'K'.                       ssto00p
012000      05  WS-EXCEPTION-REASON    PIC X(20).                       ssto00p
012100      05  WS-EXCEPTION-ACTION    PIC X(11).                       ssto00p
012200* The run's own date and time in the same 0CYYDDD/0HHMMSS         ssto00p
012300* layouts the online programs stamp from EIBDATE/EIBTIME,         ssto00p
012400* for the postings and the scheduled transfer records.            ssto00p
012500      05  WS-ACCEPT-DAY          PIC 9(07).                       ssto00p
012600      05  WS-ACCEPT-TIME         PIC 9(08).                       ssto00p
012700      05  WS-ACCEPT-TIME-R REDEFINES WS-ACCEPT-TIME.              ssto00p
012800          10  WS-ACCEPT-HHMMSS   PIC 9(06).                       ssto00p
012900          10  FILLER             PIC 9(02).                       ssto00p
013000      05  WS-RUN-DATE-J          PIC 9(07).                       ssto00p
013100      05  WS-RUN-TIME-J          PIC 9(07).                       ssto00p
013200      05  WS-RESTART-SWITCH      PIC X(01).                       ssto00p
013300          88  WS-RESTART-NONE    VALUE 'N'.                       ssto00p
013400          88  WS-RESTART-STO     VALUE 'S'.                       ssto00p
013500      05  WS-LAST-ID             PIC 9(07).                       ssto00p
013600*                                                                 ssto00p
013700***************************************************************** ssto00p
013800* Shop-configurable limits.  The DUALAMT, STORTRY and CKPTINT   * ssto00p
013900* records on CNTLFILE override these compiled defaults at run   * ssto00p
014000* time.  The dual-authorisation limit is the one BBANK50P uses  * ssto00p
014100* online, so nothing is posted overnight that could not have    * ssto00p
014200* been posted without a second administrator during the day.    * ssto00p
014300***************************************************************** ssto00p
014400  01  WS-TUNING.                                                  ssto00p
014500      05  WS-DUAL-LIMIT          PIC 9(07) VALUE 10000.           ssto00p
014600      05  WS-MAX-TRIES           PIC 9(02) VALUE 3.               ssto00p
014700*                                                                 ssto00p
014800***************************************************************** ssto00p
014900* A checkpoint is hardened every WS-CKPT-INTERVAL records of    * ssto00p
015000* STOFILE.                                                      * ssto00p
015100***************************************************************** ssto00p
015200  01  WS-CKPT-STORAGE.                                            ssto00p
015300      05  WS-CKPT-INTERVAL       PIC 9(04) VALUE 1000.            ssto00p
015400      05  WS-CKPT-PHASE          PIC X(01).                       ssto00p
015500      05  WS-CKPT-QUOTIENT       PIC 9(07).                       ssto00p
015600      05  WS-CKPT-REMAINDER      PIC 9(04).                       ssto00p
015700*                                                                 ssto00p
015800***************************************************************** ssto00p
015900* The pair of journal sequence numbers for the posting, and a   * ssto00p
016000* switch remembering whether the journal control record had to  * ssto00p
016100* be created for the very first posting of all.                 * ssto00p
016200***************************************************************** ssto00p
016300  01  WS-JRNL-WORK.                                               ssto00p
016400      05  WS-JRNL-DEBIT-SEQ      PIC 9(07).                       ssto00p
016500      05  WS-JRNL-CREDIT-SEQ     PIC 9(07).                       ssto00p
016600      05  WS-JRNL-NEW-SWITCH     PIC X(01).                       ssto00p
016700          88  WS-JRNL-NEW        VALUE 'Y'.                       ssto00p
016800          88  WS-JRNL-NOT-NEW    VALUE 'N'.                       ssto00p
016900*                                                                 ssto00p
017000***************************************************************** ssto00p
017100* Date work for moving an order on to its next date.  Dates are * ssto00p
017200* 0CYYDDD; the month table gives February 29 days in a leap     * ssto00p
017300* year by the full Gregorian rule.                              * ssto00p
017400***************************************************************** ssto00p
017500  01  WS-DATE-WORK.                                               ssto00p
017600      05  WS-DATE-9              PIC 9(07).                       ssto00p
017700      05  WS-DATE-9-R REDEFINES WS-DATE-9.                        ssto00p
017800          10  FILLER             PIC 9(01).                       ssto00p
017900          10  WS-DATE-CENTURY    PIC 9(01).                       ssto00p
018000          10  WS-DATE-YY         PIC 9(02).                       ssto00p
018100          10  WS-DATE-DDD        PIC 9(03).                       ssto00p
018200      05  WS-FULL-YEAR           PIC 9(04).                       ssto00p
018300      05  WS-DAY-OF-YEAR         PIC 9(03).                       ssto00p
018400      05  WS-DAYS-IN-YEAR        PIC 9(03).                       ssto00p
018500      05  WS-DAYS-LEFT           PIC 9(03).                       ssto00p
018600      05  WS-MONTH               PIC 9(02).                       ssto00p
018700      05  WS-DAY                 PIC 9(02).                       ssto00p
018800      05  WS-MON-SUB             PIC 9(02).                       ssto00p
018900      05  WS-LEAP-QUOT           PIC 9(04).                       ssto00p
019000      05  WS-LEAP-REM-4          PIC 9(04).                       ssto00p
019100      05  WS-LEAP-REM-100        PIC 9(04).                       ssto00p
019200      05  WS-LEAP-REM-400        PIC 9(04).                       ssto00p
019300      05  WS-DAYS-IN-MONTH.                                       ssto00p
019400          10  PIC 9(02) VALUE 31.                                 ssto00p
019500          10  PIC 9(02) VALUE 28.                                 ssto00p
019600          10  PIC 9(02) VALUE 31.                                 ssto00p
019700          10  PIC 9(02) VALUE 30.                                 ssto00p
019800          10  PIC 9(02) VALUE 31.                                 ssto00p
019900          10  PIC 9(02) VALUE 30.                                 ssto00p
020000          10  PIC 9(02) VALUE 31.                                 ssto00p
020100          10  PIC 9(02) VALUE 31.                                 ssto00p
020200          10  PIC 9(02) VALUE 30.                                 ssto00p
020300          10  PIC 9(02) VALUE 31.                                 ssto00p
020400          10  PIC 9(02) VALUE 30.                                 ssto00p
020500          10  PIC 9(02) VALUE 31.                                 ssto00p
020600      05  WS-DAYS-IN-MONTH-R REDEFINES WS-DAYS-IN-MONTH.          ssto00p
020700          10  WS-DIM             PIC 9(02) OCCURS 12 TIMES.       ssto00p
020800*                                                                 ssto00p
020900***************************************************************** ssto00p
021000* Run totals reported at the foot of the exceptions report.     * ssto00p
021100***************************************************************** ssto00p
021200  01  WS-RUN-TOTALS.                                              ssto00p
021300      05  WS-TOTAL-READ          PIC 9(07) VALUE 0.               ssto00p
021400      05  WS-TOTAL-DUE           PIC 9(07) VALUE 0.               ssto00p
021500      05  WS-TOTAL-POSTED        PIC 9(07) VALUE 0.               ssto00p
021600      05  WS-TOTAL-RETRIES       PIC 9(07) VALUE 0.               ssto00p
021700      05  WS-TOTAL-CANCELLED     PIC 9(07) VALUE 0.               ssto00p
021750      05  WS-TOTAL-HELD          PIC 9(07) VALUE 0.               ssto00p
021800  01  WS-EDIT-FIELDS.                                             ssto00p
021900      05  WS-EDIT-COUNT          PIC ZZZZZZ9.                     ssto00p
022000      05  WS-EDIT-AMOUNT         PIC -ZZZZZZ9.99.                 ssto00p
022100*                                                                 ssto00p
022200  PROCEDURE DIVISION.                                             ssto00p
022300***************************************************************** ssto00p
022400* Read STOFILE once, end to end, posting each item that has     * ssto00p
022500* fallen due as it is read, then report the run totals.         * ssto00p
022600***************************************************************** ssto00p
022700  0000-MAINLINE.                                                  ssto00p
022800      PERFORM 1000-INITIALISE THRU 1000-EXIT.                     ssto00p
022900      PERFORM 2000-PROCESS-STOFILE THRU 2000-EXIT                 ssto00p
023000              UNTIL WS-STOFILE-EOF.                               ssto00p
023100      PERFORM 4000-WRITE-TOTALS THRU 4000-EXIT.                   ssto00p
023200      IF WS-RUN-STOPPED                                           ssto00p
023300         MOVE 'S' TO WS-CKPT-PHASE                                ssto00p
023400      ELSE                                                        ssto00p
023500         MOVE 'C' TO WS-CKPT-PHASE                                ssto00p
023600      END-IF.                                                     ssto00p
023700      PERFORM 8000-HARDEN-CHECKPOINT THRU 8000-EXIT.              ssto00p
023800      PERFORM 9000-TERMINATE THRU 9000-EXIT.                      ssto00p
023900      STOP RUN.                                                   ssto00p
024000*                                                                 ssto00p
024100  1000-INITIALISE.                                                ssto00p
024200      SET WS-STOFILE-NOT-EOF TO TRUE.                             ssto00p
024300      SET WS-RUN-NOT-STOPPED TO TRUE.                             ssto00p
024400      ACCEPT WS-ACCEPT-DAY FROM DAY YYYYDDD.                      ssto00p
024500      COMPUTE WS-RUN-DATE-J = WS-ACCEPT-DAY - 1900000.            ssto00p
024600      ACCEPT WS-ACCEPT-TIME FROM TIME.                            ssto00p
024700      MOVE WS-ACCEPT-HHMMSS TO WS-RUN-TIME-J.                     ssto00p
024800      OPEN I-O STOFILE.                                           ssto00p
024900      OPEN I-O ACCTFILE.                                          ssto00p
025000      OPEN I-O TRNJRNL.                                           ssto00p
025100      PERFORM 1100-READ-CHECKPOINT THRU 1100-EXIT.                ssto00p
025200      PERFORM 1200-READ-TUNING THRU 1200-EXIT.                    ssto00p
025300      IF WS-RESTART-STO                                           ssto00p
025400         OPEN EXTEND EXCFILE                                      ssto00p
025500      ELSE                                                        ssto00p
025600         OPEN OUTPUT EXCFILE                                      ssto00p
025700         PERFORM 4100-WRITE-HEADINGS THRU 4100-EXIT               ssto00p
025800      END-IF.                                                     ssto00p
025900* Position past the last item already dealt with: the control     ssto00p
026000* record (number 0) on a fresh run, the checkpointed item on a    ssto00p
026100* restart.                                                        ssto00p
026200      MOVE WS-LAST-ID TO STO-ID.                                  ssto00p
026300      START STOFILE KEY IS GREATER THAN STO-ID                    ssto00p
026400          INVALID KEY                                             ssto00p
026500              SET WS-STOFILE-EOF TO TRUE                          ssto00p
026600      END-START.                                                  ssto00p
026700  1000-EXIT.                                                      ssto00p
026800      EXIT.                                                       ssto00p
026900*                                                                 ssto00p
027000***************************************************************** ssto00p
027100* Look for a checkpoint left behind by an abended earlier run   * ssto00p
027200* of the same night.  A missing checkpoint file, one marked     * ssto00p
027300* complete, or one from another night means a fresh run;        * ssto00p
027400* otherwise the run totals are restored and the scan resumes    * ssto00p
027500* after the last item checkpointed.                             * ssto00p
027600***************************************************************** ssto00p
027700  1100-READ-CHECKPOINT.                                           ssto00p
027800      SET WS-RESTART-NONE TO TRUE.                                ssto00p
027900      MOVE ZERO TO WS-LAST-ID.                                    ssto00p
028000      OPEN INPUT CKPTFILE.                                        ssto00p
028100      READ CKPTFILE                                               ssto00p
028200          AT END                                                  ssto00p
028300              CLOSE CKPTFILE                                      ssto00p
028400              GO TO 1100-EXIT                                     ssto00p
028500      END-READ.                                                   ssto00p
028600      IF CKPT-PHASE-STO                                           ssto00p
028700         AND CKPT-RUN-DATE IS EQUAL TO WS-RUN-DATE-J              ssto00p
028800         SET WS-RESTART-STO TO TRUE                               ssto00p
028900         MOVE CKPT-LAST-ID TO WS-LAST-ID                          ssto00p
029000         MOVE CKPT-READ TO WS-TOTAL-READ                          ssto00p
029100         MOVE CKPT-DUE TO WS-TOTAL-DUE                            ssto00p
029200         MOVE CKPT-POSTED TO WS-TOTAL-POSTED                      ssto00p
029300         MOVE CKPT-RETRIES TO WS-TOTAL-RETRIES                    ssto00p
029400         MOVE CKPT-CANCELLED TO WS-TOTAL-CANCELLED                ssto00p
029450         MOVE CKPT-HELD TO WS-TOTAL-HELD                          ssto00p
029500      END-IF.                                                     ssto00p
029600      CLOSE CKPTFILE.                                             ssto00p
029700  1100-EXIT.                                                      ssto00p
029800      EXIT.                                                       ssto00p
029900*                                                                 ssto00p
030000***************************************************************** ssto00p
030100* The limits can be retuned on CNTLFILE without a recompile; a  * ssto00p
030200* missing file or record, or a value out of range, keeps the    * ssto00p
030300* compiled default.                                             * ssto00p
030400***************************************************************** ssto00p
030500  1200-READ-TUNING.                                               ssto00p
030600      OPEN INPUT CNTLFILE.                                        ssto00p
030700      MOVE 'DUALAMT' TO CTL-KEY.                                  ssto00p
030800      PERFORM 1210-READ-CNTL THRU 1210-EXIT.                      ssto00p
030900      IF CTL-VALUE IS NUMERIC                                     ssto00p
031000         AND CTL-VALUE IS GREATER THAN ZERO                       ssto00p
031100         MOVE CTL-VALUE TO WS-DUAL-LIMIT                          ssto00p
031200      END-IF.                                                     ssto00p
031300      MOVE 'STORTRY' TO CTL-KEY.                                  ssto00p
031400      PERFORM 1210-READ-CNTL THRU 1210-EXIT.                      ssto00p
031500      IF CTL-VALUE IS NUMERIC                                     ssto00p
031600         AND CTL-VALUE IS GREATER THAN ZERO                       ssto00p
031700         AND CTL-VALUE IS NOT GREATER THAN 99                     ssto00p
031800         MOVE CTL-VALUE TO WS-MAX-TRIES                           ssto00p
031900      END-IF.                                                     ssto00p
032000      MOVE 'CKPTINT' TO CTL-KEY.                                  ssto00p
032100      PERFORM 1210-READ-CNTL THRU 1210-EXIT.                      ssto00p
032200      IF CTL-VALUE IS NUMERIC                                     ssto00p
032300         AND CTL-VALUE IS GREATER THAN ZERO                       ssto00p
032400         AND CTL-VALUE IS NOT GREATER THAN 9999                   ssto00p
032500         MOVE CTL-VALUE TO WS-CKPT-INTERVAL                       ssto00p
032600      END-IF.                                                     ssto00p
032700      CLOSE CNTLFILE.                                             ssto00p
032800  1200-EXIT.                                                      ssto00p
032900      EXIT.                                                       ssto00p
033000*                                                                 ssto00p
033100  1210-READ-CNTL.                                                 ssto00p
033200      READ CNTLFILE                                               ssto00p
033300          INVALID KEY                                             ssto00p
033400              MOVE SPACES TO CTL-RECORD                           ssto00p
033500      END-READ.                                                   ssto00p
033600  1210-EXIT.                                                      ssto00p
033700      EXIT.                                                       ssto00p
033800*                                                                 ssto00p
033900***************************************************************** ssto00p
034000* One pass of STOFILE: pick out the live items due today that   * ssto00p
034100* this night's run has not already dealt with, and post them.   * ssto00p
034200***************************************************************** ssto00p
034300  2000-PROCESS-STOFILE.                                           ssto00p
034400      READ STOFILE NEXT RECORD                                    ssto00p
034500          AT END                                                  ssto00p
034600              SET WS-STOFILE-EOF TO TRUE                          ssto00p
034700              GO TO 2000-EXIT                                     ssto00p
034800      END-READ.                                                   ssto00p
034900      ADD 1 TO WS-TOTAL-READ.                                     ssto00p
035000      MOVE STO-ID TO WS-LAST-ID.                                  ssto00p
035010* An item still marked as posting was part way through when an    ssto00p
035020* earlier run stopped.  Its money may have moved, so it is held   ssto00p
035030* for the postings to be checked rather than posted again.        ssto00p
035040      IF STO-STATUS-ACTIVE                                        ssto00p
035050         AND STO-NEXT-DATE IS NOT GREATER THAN WS-RUN-DATE-J      ssto00p
035060         AND STO-POSTING-IN-PROGRESS                              ssto00p
035070         ADD 1 TO WS-TOTAL-DUE                                    ssto00p
035080         PERFORM 2150-HOLD-ITEM THRU 2150-EXIT                    ssto00p
035090      END-IF.                                                     ssto00p
035100      IF STO-STATUS-ACTIVE                                        ssto00p
035200         AND STO-NEXT-DATE IS NOT GREATER THAN WS-RUN-DATE-J      ssto00p
035300         AND STO-LAST-RUN-DATE IS NOT EQUAL TO WS-RUN-DATE-J      ssto00p
035350         AND NOT STO-POSTING-IN-PROGRESS                          ssto00p
035400         ADD 1 TO WS-TOTAL-DUE                                    ssto00p
035500         PERFORM 2100-POST-ITEM THRU 2100-EXIT                    ssto00p
035600      END-IF.                                                     ssto00p
035700      DIVIDE WS-TOTAL-READ BY WS-CKPT-INTERVAL                    ssto00p
035800          GIVING WS-CKPT-QUOTIENT                                 ssto00p
035900          REMAINDER WS-CKPT-REMAINDER.                            ssto00p
036000      IF WS-CKPT-REMAINDER IS EQUAL TO ZERO                       ssto00p
036100         PERFORM 2500-CHECKPOINT THRU 2500-EXIT                   ssto00p
036200      END-IF.                                                     ssto00p
036300  2000-EXIT.                                                      ssto00p
036400      EXIT.                                                       ssto00p
036500*                                                                 ssto00p
036600***************************************************************** ssto00p
036700* Stamp the item with the run date and mark it as posting, in   * ssto00p
036800* one rewrite, before anything else, so that whatever happens   * ssto00p
036900* next a rerun tonight passes over it and an abend leaves the   * ssto00p
037000* mark behind.  Then make the same checks BBANK50P makes        * ssto00p
037050* online, and post it or record why not.                        * ssto00p
037100***************************************************************** ssto00p
037200  2100-POST-ITEM.                                                 ssto00p
037300      MOVE WS-RUN-DATE-J TO STO-LAST-RUN-DATE.                    ssto00p
037350      SET STO-POSTING-IN-PROGRESS TO TRUE.                        ssto00p
037400      REWRITE STO-RECORD                                          ssto00p
037500          INVALID KEY                                             ssto00p
037600              MOVE 'STOFILE NOT UPDATED' TO WS-EXCEPTION-REASON   ssto00p
037700              MOVE 'SKIPPED' TO WS-EXCEPTION-ACTION               ssto00p
037800              PERFORM 2400-WRITE-EXCEPTION THRU 2400-EXIT         ssto00p
037900              GO TO 2100-EXIT                                     ssto00p
038000      END-REWRITE.                                                ssto00p
038100      SET WS-ITEM-OK TO TRUE.                                     ssto00p
038200      PERFORM 2200-CHECK-ITEM THRU 2200-EXIT.                     ssto00p
038300      IF WS-ITEM-FAILED                                           ssto00p
038400         PERFORM 2300-ITEM-FAILED THRU 2300-EXIT                  ssto00p
038500         GO TO 2100-EXIT                                          ssto00p
038600      END-IF.                                                     ssto00p
038700      PERFORM 2600-POST-MONEY THRU 2600-EXIT.                     ssto00p
038800      IF WS-ITEM-FAILED                                           ssto00p
038900* The books may now show one side without the other.  Stop        ssto00p
039000* rather than post anything more; the ledger proof will show      ssto00p
039100* the difference to be put right by hand.                         ssto00p
039200         MOVE 'RUN STOPPED' TO WS-EXCEPTION-ACTION                ssto00p
039300         PERFORM 2400-WRITE-EXCEPTION THRU 2400-EXIT              ssto00p
039400         MOVE 8 TO RETURN-CODE                                    ssto00p
039500         SET WS-RUN-STOPPED TO TRUE                               ssto00p
039600         SET WS-STOFILE-EOF TO TRUE                               ssto00p
039700         GO TO 2100-EXIT                                          ssto00p
039800      END-IF.                                                     ssto00p
039900      ADD 1 TO WS-TOTAL-POSTED.                                   ssto00p
040000      ADD 1 TO STO-POST-COUNT.                                    ssto00p
040100      MOVE ZERO TO STO-FAIL-COUNT.                                ssto00p
040200      MOVE SPACES TO STO-LAST-REASON.                             ssto00p
040250      SET STO-POSTING-CLEAR TO TRUE.                              ssto00p
040300      EVALUATE TRUE                                               ssto00p
040400        WHEN STO-FREQ-WEEKLY                                      ssto00p
040500          PERFORM 3200-ADD-WEEK THRU 3200-EXIT                    ssto00p
040600              UNTIL STO-NEXT-DATE IS GREATER THAN WS-RUN-DATE-J   ssto00p
040700        WHEN STO-FREQ-MONTHLY                                     ssto00p
040800          PERFORM 3300-ADD-MONTH THRU 3300-EXIT                   ssto00p
040900              UNTIL STO-NEXT-DATE IS GREATER THAN WS-RUN-DATE-J   ssto00p
041000        WHEN OTHER                                                ssto00p
041100          SET STO-STATUS-DONE TO TRUE                             ssto00p
041200          MOVE WS-RUN-DATE-J TO STO-END-DATE                      ssto00p
041300      END-EVALUATE.                                               ssto00p
041400      REWRITE STO-RECORD                                          ssto00p
041500          INVALID KEY                                             ssto00p
041600              MOVE 'STOFILE NOT UPDATED' TO WS-EXCEPTION-REASON   ssto00p
041700              MOVE 'POSTED' TO WS-EXCEPTION-ACTION                ssto00p
041800              PERFORM 2400-WRITE-EXCEPTION THRU 2400-EXIT         ssto00p
041900      END-REWRITE.                                                ssto00p
042000  2100-EXIT.                                                      ssto00p
042100      EXIT.                                                       ssto00p
042200*                                                                 ssto00p
042207***************************************************************** ssto00p
042214* An item left marked as posting.  Nothing is changed on it; it * ssto00p
042221* is reported every night until someone has checked TRNJRNL and * ssto00p
042228* ACCTFILE for its postings and put the item right.             * ssto00p
042235***************************************************************** ssto00p
042242  2150-HOLD-ITEM.                                                 ssto00p
042249      ADD 1 TO WS-TOTAL-HELD.                                     ssto00p
042256      MOVE 'CHECK POSTINGS' TO WS-EXCEPTION-REASON.               ssto00p
042263      MOVE 'HELD' TO WS-EXCEPTION-ACTION.                         ssto00p
042270      PERFORM 2400-WRITE-EXCEPTION THRU 2400-EXIT.                ssto00p
042277  2150-EXIT.                                                      ssto00p
042284      EXIT.                                                       ssto00p
042291*                                                                 ssto00p
042300***************************************************************** ssto00p
042400* The online rules, in the online order.  Nothing is updated    * ssto00p
042500* here; the first check to fail names the reason.               * ssto00p
042600***************************************************************** ssto00p
042700  2200-CHECK-ITEM.                                                ssto00p
042800      IF STO-AMOUNT IS GREATER THAN WS-DUAL-LIMIT                 ssto00p
042900         MOVE 'OVER DUAL AUTH LIMIT' TO WS-EXCEPTION-REASON       ssto00p
043000         SET WS-ITEM-FAILED TO TRUE                               ssto00p
043100         GO TO 2200-EXIT                                          ssto00p
043200      END-IF.                                                     ssto00p
043300      MOVE STO-FROM-ACC TO ACC-ACCOUNT-NO.                        ssto00p
043400      READ ACCTFILE                                               ssto00p
043500          INVALID KEY                                             ssto00p
043600              MOVE 'FROM ACC NOT ON FILE' TO WS-EXCEPTION-REASON  ssto00p
043700              SET WS-ITEM-FAILED TO TRUE                          ssto00p
043800              GO TO 2200-EXIT                                     ssto00p
043900      END-READ.                                                   ssto00p
044000      IF ACC-SIGNON-ID IS NOT EQUAL TO STO-SIGNON-ID              ssto00p
044100         MOVE 'FROM ACC NOT OWNED' TO WS-EXCEPTION-REASON         ssto00p
044200         SET WS-ITEM-FAILED TO TRUE                               ssto00p
044300         GO TO 2200-EXIT                                          ssto00p
044400      END-IF.                                                     ssto00p
044500      IF NOT ACC-STATUS-OPEN                                      ssto00p
044600         MOVE 'FROM ACC NOT OPEN' TO WS-EXCEPTION-REASON          ssto00p
044700         SET WS-ITEM-FAILED TO TRUE                               ssto00p
044800         GO TO 2200-EXIT                                          ssto00p
044900      END-IF.                                                     ssto00p
045000      IF ACC-BALANCE IS LESS THAN STO-AMOUNT                      ssto00p
045100         MOVE 'INSUFFICIENT FUNDS' TO WS-EXCEPTION-REASON         ssto00p
045200         SET WS-ITEM-FAILED TO TRUE                               ssto00p
045300         GO TO 2200-EXIT                                          ssto00p
045400      END-IF.                                                     ssto00p
045500      MOVE STO-TO-ACC TO ACC-ACCOUNT-NO.                          ssto00p
045600      READ ACCTFILE                                               ssto00p
045700          INVALID KEY                                             ssto00p
045800              MOVE 'TO ACC NOT ON FILE' TO WS-EXCEPTION-REASON    ssto00p
045900              SET WS-ITEM-FAILED TO TRUE                          ssto00p
046000              GO TO 2200-EXIT                                     ssto00p
046100      END-READ.                                                   ssto00p
046200      IF NOT ACC-STATUS-OPEN                                      ssto00p
046300         MOVE 'TO ACC NOT OPEN' TO WS-EXCEPTION-REASON            ssto00p
046400         SET WS-ITEM-FAILED TO TRUE                               ssto00p
046500         GO TO 2200-EXIT                                          ssto00p
046600      END-IF.                                                     ssto00p
046700  2200-EXIT.                                                      ssto00p
046800      EXIT.                                                       ssto00p
046900*                                                                 ssto00p
047000***************************************************************** ssto00p
047100* The item could not be posted tonight.  It is tried again the  * ssto00p
047200* next night until it has failed WS-MAX-TRIES times running,    * ssto00p
047300* and is then cancelled.  Either way it goes on the report.     * ssto00p
047400***************************************************************** ssto00p
047500  2300-ITEM-FAILED.                                               ssto00p
047600      IF STO-FAIL-COUNT IS NOT NUMERIC                            ssto00p
047700         MOVE ZERO TO STO-FAIL-COUNT                              ssto00p
047800      END-IF.                                                     ssto00p
047900      ADD 1 TO STO-FAIL-COUNT.                                    ssto00p
048000      MOVE WS-EXCEPTION-REASON TO STO-LAST-REASON.                ssto00p
048050      SET STO-POSTING-CLEAR TO TRUE.                              ssto00p
048100      IF STO-FAIL-COUNT IS LESS THAN WS-MAX-TRIES                 ssto00p
048200         MOVE 'RETRY' TO WS-EXCEPTION-ACTION                      ssto00p
048300         ADD 1 TO WS-TOTAL-RETRIES                                ssto00p
048400      ELSE                                                        ssto00p
048500         SET STO-STATUS-FAILED TO TRUE                            ssto00p
048600         MOVE WS-RUN-DATE-J TO STO-END-DATE                       ssto00p
048700         MOVE 'CANCELLED' TO WS-EXCEPTION-ACTION                  ssto00p
048800         ADD 1 TO WS-TOTAL-CANCELLED                              ssto00p
048900      END-IF.                                                     ssto00p
049000      REWRITE STO-RECORD                                          ssto00p
049100          INVALID KEY                                             ssto00p
049200              MOVE 'STOFILE NOT UPDATED' TO WS-EXCEPTION-REASON   ssto00p
049300      END-REWRITE.                                                ssto00p
049400      PERFORM 2400-WRITE-EXCEPTION THRU 2400-EXIT.                ssto00p
049500  2300-EXIT.                                                      ssto00p
049600      EXIT.                                                       ssto00p
049700*                                                                 ssto00p
049800***************************************************************** ssto00p
049900* One exception line: the scheduled transfer, its owner,        * ssto00p
050000* accounts and amount, why it was not posted and what has been  * ssto00p
050100* done about it.                                                * ssto00p
050200***************************************************************** ssto00p
050300  2400-WRITE-EXCEPTION.                                           ssto00p
050400      MOVE STO-AMOUNT TO WS-EDIT-AMOUNT.                          ssto00p
050500      MOVE SPACES TO EXC-LINE.                                    ssto00p
050600      STRING STO-ID DELIMITED BY SIZE                             ssto00p
050700             ' ' DELIMITED BY SIZE                                ssto00p
050800             STO-SIGNON-ID DELIMITED BY SIZE                      ssto00p
050900             ' ' DELIMITED BY SIZE                                ssto00p
051000             STO-FROM-ACC DELIMITED BY SIZE                       ssto00p
051100             ' ' DELIMITED BY SIZE                                ssto00p
051200             STO-TO-ACC DELIMITED BY SIZE                         ssto00p
051300             ' ' DELIMITED BY SIZE                                ssto00p
051400             WS-EDIT-AMOUNT DELIMITED BY SIZE                     ssto00p
051500             ' ' DELIMITED BY SIZE                                ssto00p
051600             WS-EXCEPTION-REASON DELIMITED BY SIZE                ssto00p
051700             ' ' DELIMITED BY SIZE                                ssto00p
051800             WS-EXCEPTION-ACTION DELIMITED BY SIZE                ssto00p
051900        INTO EXC-LINE.                                            ssto00p
052000      WRITE EXC-LINE.                                             ssto00p
052100  2400-EXIT.                                                      ssto00p
052200      EXIT.                                                       ssto00p
052300*                                                                 ssto00p
052400***************************************************************** ssto00p
052500* Flush the exceptions report by closing and reopening it in    * ssto00p
052600* extend mode, and only then harden the checkpoint.  The        * ssto00p
052700* postings themselves need no flush: each item is stamped and   * ssto00p
052800* marked before it is posted, so a rerun never posts it again   * ssto00p
052900* again whatever the checkpoint says.                           * ssto00p
053000***************************************************************** ssto00p
053100  2500-CHECKPOINT.                                                ssto00p
053200      CLOSE EXCFILE.                                              ssto00p
053300      OPEN EXTEND EXCFILE.                                        ssto00p
053400      MOVE 'S' TO WS-CKPT-PHASE.                                  ssto00p
053500      PERFORM 8000-HARDEN-CHECKPOINT THRU 8000-EXIT.              ssto00p
053600  2500-EXIT.                                                      ssto00p
053700      EXIT.                                                       ssto00p
053800*                                                                 ssto00p
053900***************************************************************** ssto00p
054000* Number the posting, move the money and write both sides to    * ssto00p
054100* the journal, exactly as BBANK50P does online.  The accounts   * ssto00p
054200* were sighted moments ago in 2200-CHECK-ITEM, so a failure     * ssto00p
054300* here is an I/O error, not a business refusal.                 * ssto00p
054400***************************************************************** ssto00p
054500  2600-POST-MONEY.                                                ssto00p
054600      MOVE 'POSTING FAILED' TO WS-EXCEPTION-REASON.               ssto00p
054700      PERFORM 2700-NEXT-SEQ THRU 2700-EXIT.                       ssto00p
054800      IF WS-ITEM-FAILED                                           ssto00p
054900         GO TO 2600-EXIT                                          ssto00p
055000      END-IF.                                                     ssto00p
055100      MOVE STO-FROM-ACC TO ACC-ACCOUNT-NO.                        ssto00p
055200      READ ACCTFILE                                               ssto00p
055300          INVALID KEY                                             ssto00p
055400              SET WS-ITEM-FAILED TO TRUE                          ssto00p
055500              GO TO 2600-EXIT                                     ssto00p
055600      END-READ.                                                   ssto00p
055700      SUBTRACT STO-AMOUNT FROM ACC-BALANCE.                       ssto00p
055800      REWRITE ACC-RECORD                                          ssto00p
055900          INVALID KEY                                             ssto00p
056000              SET WS-ITEM-FAILED TO TRUE                          ssto00p
056100              GO TO 2600-EXIT                                     ssto00p
056200      END-REWRITE.                                                ssto00p
056300      MOVE STO-TO-ACC TO ACC-ACCOUNT-NO.                          ssto00p
056400      READ ACCTFILE                                               ssto00p
056500          INVALID KEY                                             ssto00p
056600              SET WS-ITEM-FAILED TO TRUE                          ssto00p
056700              GO TO 2600-EXIT                                     ssto00p
056800      END-READ.                                                   ssto00p
056900      ADD STO-AMOUNT TO ACC-BALANCE.                              ssto00p
057000      REWRITE ACC-RECORD                                          ssto00p
057100          INVALID KEY                                             ssto00p
057200              SET WS-ITEM-FAILED TO TRUE                          ssto00p
057300              GO TO 2600-EXIT                                     ssto00p
057400      END-REWRITE.                                                ssto00p
057500      MOVE SPACES TO TRN-RECORD.                                  ssto00p
057600      MOVE WS-JRNL-DEBIT-SEQ TO TRN-SEQ.                          ssto00p
057700      MOVE WS-RUN-DATE-J TO TRN-DATE.                             ssto00p
057800      MOVE WS-RUN-TIME-J TO TRN-TIME.                             ssto00p
057900      MOVE STO-SIGNON-ID TO TRN-SIGNON-ID.                        ssto00p
058000      MOVE STO-FROM-ACC TO TRN-ACCOUNT.                           ssto00p
058100      SET TRN-SIDE-DEBIT TO TRUE.                                 ssto00p
058200      MOVE STO-AMOUNT TO TRN-AMOUNT.                              ssto00p
058300      MOVE STO-TO-ACC TO TRN-OTHER-ACCOUNT.                       ssto00p
058400      MOVE ZERO TO TRN-LAST-SEQ.                                  ssto00p
058500      WRITE TRN-RECORD                                            ssto00p
058600          INVALID KEY                                             ssto00p
058700              SET WS-ITEM-FAILED TO TRUE                          ssto00p
058800              GO TO 2600-EXIT                                     ssto00p
058900      END-WRITE.                                                  ssto00p
059000      MOVE WS-JRNL-CREDIT-SEQ TO TRN-SEQ.                         ssto00p
059100      MOVE STO-TO-ACC TO TRN-ACCOUNT.                             ssto00p
059200      SET TRN-SIDE-CREDIT TO TRUE.                                ssto00p
059300      MOVE STO-FROM-ACC TO TRN-OTHER-ACCOUNT.                     ssto00p
059400      WRITE TRN-RECORD                                            ssto00p
059500          INVALID KEY                                             ssto00p
059600              SET WS-ITEM-FAILED TO TRUE                          ssto00p
059700      END-WRITE.                                                  ssto00p
059800  2600-EXIT.                                                      ssto00p
059900      EXIT.                                                       ssto00p
060000*                                                                 ssto00p
060100***************************************************************** ssto00p
060200* Take the next pair of sequence numbers from the journal       * ssto00p
060300* control record, creating it the first time the journal is     * ssto00p
060400* ever posted to.                                               * ssto00p
060500***************************************************************** ssto00p
060600  2700-NEXT-SEQ.                                                  ssto00p
060700      SET WS-JRNL-NOT-NEW TO TRUE.                                ssto00p
060800      MOVE ZERO TO TRN-SEQ.                                       ssto00p
060900      READ TRNJRNL                                                ssto00p
061000          INVALID KEY                                             ssto00p
061100              SET WS-JRNL-NEW TO TRUE                             ssto00p
061200              MOVE SPACES TO TRN-RECORD                           ssto00p
061300              MOVE ZERO TO TRN-SEQ                                ssto00p
061400              MOVE ZERO TO TRN-LAST-SEQ                           ssto00p
061500              SET TRN-SIDE-CONTROL TO TRUE                        ssto00p
061600              MOVE ZERO TO TRN-AMOUNT                             ssto00p
061700      END-READ.                                                   ssto00p
061800      IF TRN-LAST-SEQ IS NOT NUMERIC                              ssto00p
061900         MOVE ZERO TO TRN-LAST-SEQ                                ssto00p
062000      END-IF.                                                     ssto00p
062100      COMPUTE WS-JRNL-DEBIT-SEQ = TRN-LAST-SEQ + 1.               ssto00p
062200      COMPUTE WS-JRNL-CREDIT-SEQ = TRN-LAST-SEQ + 2.              ssto00p
062300      MOVE WS-JRNL-CREDIT-SEQ TO TRN-LAST-SEQ.                    ssto00p
062400      MOVE WS-RUN-DATE-J TO TRN-DATE.                             ssto00p
062500      MOVE WS-RUN-TIME-J TO TRN-TIME.                             ssto00p
062600      MOVE WS-PROGRAM-ID TO TRN-SIGNON-ID.                        ssto00p
062700      IF WS-JRNL-NEW                                              ssto00p
062800         WRITE TRN-RECORD                                         ssto00p
062900             INVALID KEY                                          ssto00p
063000                 SET WS-ITEM-FAILED TO TRUE                       ssto00p
063100         END-WRITE                                                ssto00p
063200      ELSE                                                        ssto00p
063300         REWRITE TRN-RECORD                                       ssto00p
063400             INVALID KEY                                          ssto00p
063500                 SET WS-ITEM-FAILED TO TRUE                       ssto00p
063600         END-REWRITE                                              ssto00p
063700      END-IF.                                                     ssto00p
063800  2700-EXIT.                                                      ssto00p
063900      EXIT.                                                       ssto00p
064000*                                                                 ssto00p
064100***************************************************************** ssto00p
064200* Move a weekly order on seven days.  Performed until the next  * ssto00p
064300* date is after tonight, so an order the run missed for a night * ssto00p
064400* or two is posted once and carries on from its proper date.    * ssto00p
064500***************************************************************** ssto00p
064600  3200-ADD-WEEK.                                                  ssto00p
064700      MOVE STO-NEXT-DATE TO WS-DATE-9.                            ssto00p
064800      PERFORM 3100-SPLIT-DATE THRU 3100-EXIT.                     ssto00p
064900      ADD 7 TO WS-DAY-OF-YEAR.                                    ssto00p
065000      IF WS-DAY-OF-YEAR IS GREATER THAN WS-DAYS-IN-YEAR           ssto00p
065100         SUBTRACT WS-DAYS-IN-YEAR FROM WS-DAY-OF-YEAR             ssto00p
065200         ADD 1 TO WS-FULL-YEAR                                    ssto00p
065300      END-IF.                                                     ssto00p
065400      COMPUTE STO-NEXT-DATE =                                     ssto00p
065500          ((WS-FULL-YEAR - 1900) * 1000) + WS-DAY-OF-YEAR.        ssto00p
065600  3200-EXIT.                                                      ssto00p
065700      EXIT.                                                       ssto00p
065800*                                                                 ssto00p
065900***************************************************************** ssto00p
066000* Move a monthly order on one month, back to the day of the     * ssto00p
066100* month it was set up for where the month is long enough and to * ssto00p
066200* the month's last day where it is not.                         * ssto00p
066300***************************************************************** ssto00p
066400  3300-ADD-MONTH.                                                 ssto00p
066500      MOVE STO-NEXT-DATE TO WS-DATE-9.                            ssto00p
066600      PERFORM 3100-SPLIT-DATE THRU 3100-EXIT.                     ssto00p
066700      MOVE WS-DAY-OF-YEAR TO WS-DAYS-LEFT.                        ssto00p
066800      PERFORM 3310-FIND-MONTH THRU 3310-EXIT                      ssto00p
066900              VARYING WS-MON-SUB FROM 1 BY 1                      ssto00p
067000              UNTIL WS-MON-SUB IS GREATER THAN 12                 ssto00p
067100                 OR WS-DAYS-LEFT IS NOT GREATER THAN              ssto00p
067200                    WS-DIM (WS-MON-SUB).                          ssto00p
067300      MOVE WS-MON-SUB TO WS-MONTH.                                ssto00p
067400      IF WS-MONTH IS EQUAL TO 12                                  ssto00p
067500         MOVE 1 TO WS-MONTH                                       ssto00p
067600         ADD 1 TO WS-FULL-YEAR                                    ssto00p
067700         PERFORM 3900-SET-FEBRUARY THRU 3900-EXIT                 ssto00p
067800      ELSE                                                        ssto00p
067900         ADD 1 TO WS-MONTH                                        ssto00p
068000      END-IF.                                                     ssto00p
068100      MOVE STO-DAY-OF-MONTH TO WS-DAY.                            ssto00p
068200      IF STO-DAY-OF-MONTH IS NOT NUMERIC                          ssto00p
068300         OR WS-DAY IS EQUAL TO ZERO                               ssto00p
068400         MOVE 1 TO WS-DAY                                         ssto00p
068500      END-IF.                                                     ssto00p
068600      IF WS-DAY IS GREATER THAN WS-DIM (WS-MONTH)                 ssto00p
068700         MOVE WS-DIM (WS-MONTH) TO WS-DAY                         ssto00p
068800      END-IF.                                                     ssto00p
068900      MOVE WS-DAY TO WS-DAY-OF-YEAR.                              ssto00p
069000      PERFORM 3320-SUM-MONTH THRU 3320-EXIT                       ssto00p
069100              VARYING WS-MON-SUB FROM 1 BY 1                      ssto00p
069200              UNTIL WS-MON-SUB IS NOT LESS THAN WS-MONTH.         ssto00p
069300      COMPUTE STO-NEXT-DATE =                                     ssto00p
069400          ((WS-FULL-YEAR - 1900) * 1000) + WS-DAY-OF-YEAR.        ssto00p
069500  3300-EXIT.                                                      ssto00p
069600      EXIT.                                                       ssto00p
069700*                                                                 ssto00p
069800  3310-FIND-MONTH.                                                ssto00p
069900      SUBTRACT WS-DIM (WS-MON-SUB) FROM WS-DAYS-LEFT.             ssto00p
070000  3310-EXIT.                                                      ssto00p
070100      EXIT.                                                       ssto00p
070200*                                                                 ssto00p
070300  3320-SUM-MONTH.                                                 ssto00p
070400      ADD WS-DIM (WS-MON-SUB) TO WS-DAY-OF-YEAR.                  ssto00p
070500  3320-EXIT.                                                      ssto00p
070600      EXIT.                                                       ssto00p
070700*                                                                 ssto00p
070800***************************************************************** ssto00p
070900* Split the 0CYYDDD date in WS-DATE-9 into a full year and a    * ssto00p
071000* day of the year, and set February and the length of the year  * ssto00p
071100* to suit.                                                      * ssto00p
071200***************************************************************** ssto00p
071300  3100-SPLIT-DATE.                                                ssto00p
071400      COMPUTE WS-FULL-YEAR =                                      ssto00p
071500          1900 + (WS-DATE-CENTURY * 100) + WS-DATE-YY.            ssto00p
071600      MOVE WS-DATE-DDD TO WS-DAY-OF-YEAR.                         ssto00p
071700      PERFORM 3900-SET-FEBRUARY THRU 3900-EXIT.                   ssto00p
071800  3100-EXIT.                                                      ssto00p
071900      EXIT.                                                       ssto00p
072000*                                                                 ssto00p
072100***************************************************************** ssto00p
072200* Set February's length for WS-FULL-YEAR: every fourth year is  * ssto00p
072300* a leap year, except century years not divisible by four       * ssto00p
072400* hundred.                                                      * ssto00p
072500***************************************************************** ssto00p
072600  3900-SET-FEBRUARY.                                              ssto00p
072700      MOVE 28 TO WS-DIM (2).                                      ssto00p
072800      MOVE 365 TO WS-DAYS-IN-YEAR.                                ssto00p
072900      DIVIDE WS-FULL-YEAR BY 4 GIVING WS-LEAP-QUOT                ssto00p
073000             REMAINDER WS-LEAP-REM-4.                             ssto00p
073100      DIVIDE WS-FULL-YEAR BY 100 GIVING WS-LEAP-QUOT              ssto00p
073200             REMAINDER WS-LEAP-REM-100.                           ssto00p
073300      DIVIDE WS-FULL-YEAR BY 400 GIVING WS-LEAP-QUOT              ssto00p
073400             REMAINDER WS-LEAP-REM-400.                           ssto00p
073500      IF WS-LEAP-REM-4 IS EQUAL TO ZERO                           ssto00p
073600         AND (WS-LEAP-REM-100 IS NOT EQUAL TO ZERO                ssto00p
073700              OR WS-LEAP-REM-400 IS EQUAL TO ZERO)                ssto00p
073800         MOVE 29 TO WS-DIM (2)                                    ssto00p
073900         MOVE 366 TO WS-DAYS-IN-YEAR                              ssto00p
074000      END-IF.                                                     ssto00p
074100  3900-EXIT.                                                      ssto00p
074200      EXIT.                                                       ssto00p
074300*                                                                 ssto00p
074400  4000-WRITE-TOTALS.                                              ssto00p
074500      MOVE SPACES TO EXC-LINE.                                    ssto00p
074600      WRITE EXC-LINE.                                             ssto00p
074700      MOVE WS-TOTAL-READ TO WS-EDIT-COUNT.                        ssto00p
074800      MOVE SPACES TO EXC-LINE.                                    ssto00p
074900      STRING 'ITEMS READ       : ' DELIMITED BY SIZE              ssto00p
075000             WS-EDIT-COUNT DELIMITED BY SIZE                      ssto00p
075100        INTO EXC-LINE.                                            ssto00p
075200      WRITE EXC-LINE.                                             ssto00p
075300      MOVE WS-TOTAL-DUE TO WS-EDIT-COUNT.                         ssto00p
075400      MOVE SPACES TO EXC-LINE.                                    ssto00p
075500      STRING 'ITEMS DUE        : ' DELIMITED BY SIZE              ssto00p
075600             WS-EDIT-COUNT DELIMITED BY SIZE                      ssto00p
075700        INTO EXC-LINE.                                            ssto00p
075800      WRITE EXC-LINE.                                             ssto00p
075900      MOVE WS-TOTAL-POSTED TO WS-EDIT-COUNT.                      ssto00p
076000      MOVE SPACES TO EXC-LINE.                                    ssto00p
076100      STRING 'ITEMS POSTED     : ' DELIMITED BY SIZE              ssto00p
076200             WS-EDIT-COUNT DELIMITED BY SIZE                      ssto00p
076300        INTO EXC-LINE.                                            ssto00p
076400      WRITE EXC-LINE.                                             ssto00p
076500      MOVE WS-TOTAL-RETRIES TO WS-EDIT-COUNT.                     ssto00p
076600      MOVE SPACES TO EXC-LINE.                                    ssto00p
076700      STRING 'TO BE RETRIED    : ' DELIMITED BY SIZE              ssto00p
076800             WS-EDIT-COUNT DELIMITED BY SIZE                      ssto00p
076900        INTO EXC-LINE.                                            ssto00p
077000      WRITE EXC-LINE.                                             ssto00p
077100      MOVE WS-TOTAL-CANCELLED TO WS-EDIT-COUNT.                   ssto00p
077200      MOVE SPACES TO EXC-LINE.                                    ssto00p
077300      STRING 'CANCELLED        : ' DELIMITED BY SIZE              ssto00p
077400             WS-EDIT-COUNT DELIMITED BY SIZE                      ssto00p
077500        INTO EXC-LINE.                                            ssto00p
077600      WRITE EXC-LINE.                                             ssto00p
077614      MOVE WS-TOTAL-HELD TO WS-EDIT-COUNT.                        ssto00p
077628      MOVE SPACES TO EXC-LINE.                                    ssto00p
077642      STRING 'HELD - CHECK     : ' DELIMITED BY SIZE              ssto00p
077656             WS-EDIT-COUNT DELIMITED BY SIZE                      ssto00p
077670        INTO EXC-LINE.                                            ssto00p
077684      WRITE EXC-LINE.                                             ssto00p
077700* Anything not posted needs looking at in the morning.            ssto00p
077800      IF RETURN-CODE IS EQUAL TO ZERO                             ssto00p
077900         AND (WS-TOTAL-RETRIES IS GREATER THAN ZERO               ssto00p
078000              OR WS-TOTAL-CANCELLED IS GREATER THAN ZERO          ssto00p
078050              OR WS-TOTAL-HELD IS GREATER THAN ZERO)              ssto00p
078100         MOVE 4 TO RETURN-CODE                                    ssto00p
078200      END-IF.                                                     ssto00p
078300  4000-EXIT.                                                      ssto00p
078400      EXIT.                                                       ssto00p
078500*                                                                 ssto00p
078600  4100-WRITE-HEADINGS.                                            ssto00p
078700      MOVE SPACES TO EXC-LINE.                                    ssto00p
078800      STRING 'SCHEDULED TRANSFER EXCEPTIONS' DELIMITED BY SIZE    ssto00p
078900        INTO EXC-LINE.                                            ssto00p
079000      WRITE EXC-LINE.                                             ssto00p
079100      MOVE SPACES TO EXC-LINE.                                    ssto00p
079200      WRITE EXC-LINE.                                             ssto00p
079300      MOVE SPACES TO EXC-LINE.                                    ssto00p
079400      STRING 'NUMBER  OWNER    FROM     TO       '                ssto00p
079500                 DELIMITED BY SIZE                                ssto00p
079600             '     AMOUNT REASON               ACTION'            ssto00p
079700                 DELIMITED BY SIZE                                ssto00p
079800        INTO EXC-LINE.                                            ssto00p
079900      WRITE EXC-LINE.                                             ssto00p
080000  4100-EXIT.                                                      ssto00p
080100      EXIT.                                                       ssto00p
080200*                                                                 ssto00p
080300***************************************************************** ssto00p
080400* Rewrite the one-record checkpoint file in place.  The open/   * ssto00p
080500* write/close cycle leaves it hardened on disk whatever happens * ssto00p
080600* to the run afterwards.                                        * ssto00p
080700***************************************************************** ssto00p
080800  8000-HARDEN-CHECKPOINT.                                         ssto00p
080900      OPEN OUTPUT CKPTFILE.                                       ssto00p
081000      MOVE SPACES TO CKPT-RECORD.                                 ssto00p
081100      MOVE WS-CKPT-PHASE TO CKPT-PHASE.                           ssto00p
081200      MOVE WS-RUN-DATE-J TO CKPT-RUN-DATE.                        ssto00p
081300      MOVE WS-LAST-ID TO CKPT-LAST-ID.                            ssto00p
081400      MOVE WS-TOTAL-READ TO CKPT-READ.                            ssto00p
081500      MOVE WS-TOTAL-DUE TO CKPT-DUE.                              ssto00p
081600      MOVE WS-TOTAL-POSTED TO CKPT-POSTED.                        ssto00p
081700      MOVE WS-TOTAL-RETRIES TO CKPT-RETRIES.                      ssto00p
081800      MOVE WS-TOTAL-CANCELLED TO CKPT-CANCELLED.                  ssto00p
081850      MOVE WS-TOTAL-HELD TO CKPT-HELD.                            ssto00p
081900      WRITE CKPT-RECORD.                                          ssto00p
082000      CLOSE CKPTFILE.                                             ssto00p
082100  8000-EXIT.                                                      ssto00p
082200      EXIT.                                                       ssto00p
082300*                                                                 ssto00p
082400  9000-TERMINATE.                                                 ssto00p
082500      CLOSE STOFILE.                                              ssto00p
082600      CLOSE ACCTFILE.                                             ssto00p
082700      CLOSE TRNJRNL.                                              ssto00p
082800      CLOSE EXCFILE.                                              ssto00p
082900  9000-EXIT.                                                      ssto00p
083000      EXIT.                                                       ssto00p
083100*                                                                 ssto00p
083200* $ Version 1.01 sequenced on Thursday 15 Oct 2026 at 1:00pm      ssto00p
