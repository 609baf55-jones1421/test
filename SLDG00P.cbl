000100***************************************************************** sldg00p
000200*                                                               * sldg00p
000300*   Copyright (C) 1998-2015 Micro Focus. All Rights Reserved.   * sldg00p
000400*   This demonstration program is provided for use by users     * sldg00p
000500*   of Micro Focus products and may be used, modified and       * sldg00p
000600*   distributed as part of your application provided that       * sldg00p
000700*   you properly acknowledge the copyright of Micro Focus       * sldg00p
000800*   in this material.                                           * sldg00p
000900*                                                               * sldg00p
001000***************************************************************** sldg00p
001100*                                                                 sldg00p
001200***************************************************************** sldg00p
001300* Program:     SLDG00P.CBL (Batch Version)                      * sldg00p
001400* Layer:       Ledger control                                   * sldg00p
001500* Function:    Nightly proof of the ACCTFILE account balances   * sldg00p
001600*              against the TRNJRNL posting journal, run after   * sldg00p
001700*              the online day closes and before SCHK00P clears  * sldg00p
001800*              the next bring-up.  Starting from the balance    * sldg00p
001900*              snapshot the previous night's run left on        * sldg00p
002000*              SNAPIN, every account must satisfy               * sldg00p
002100*                                                               * sldg00p
002200*                yesterday's balance + today's credits          * sldg00p
002300*                                    - today's debits           * sldg00p
002400*                                    = today's ACC-BALANCE      * sldg00p
002500*                                                               * sldg00p
002600*              where today's postings are those numbered after  * sldg00p
002700*              the last TRN-SEQ the previous run proved.  The   * sldg00p
002800*              day's debits must also equal the day's credits,  * sldg00p
002900*              and the journal must hold every TRN-SEQ from 1   * sldg00p
003000*              up to TRN-LAST-SEQ on the control record with    * sldg00p
003100*              no gaps.  Every failure is listed on the         * sldg00p
003200*              exceptions report, a new snapshot is written to  * sldg00p
003300*              SNAPOUT for the next night, and the job ends     * sldg00p
003400*              with return code 8 if anything failed so the     * sldg00p
003500*              scheduler holds the online bring-up and does     * sldg00p
003600*              not promote SNAPOUT over SNAPIN.                 * sldg00p
003700*                                                               * sldg00p
003800*              With no SNAPIN at all (the first night) every    * sldg00p
003900*              account is proved from a zero balance against    * sldg00p
004000*              the whole journal.                               * sldg00p
004100***************************************************************** sldg00p
004200*                                                                 sldg00p
004300  IDENTIFICATION DIVISION.                                        sldg00p
004400  PROGRAM-ID.                                                     sldg00p
004500      SLDG00P.                                                    sldg00p
004600  DATE-WRITTEN.                                                   sldg00p
004700      October 2026.                                               sldg00p
004800  DATE-COMPILED.                                                  sldg00p
004900      Today.                                                      sldg00p
005000*                                                                 sldg00p
005100  ENVIRONMENT DIVISION.                                           sldg00p
005200  INPUT-OUTPUT SECTION.                                           sldg00p
005300  FILE-CONTROL.                                                   sldg00p
005400      SELECT OPTIONAL SNAPIN ASSIGN TO SNAPIN                     sldg00p
005500          ORGANIZATION IS SEQUENTIAL.                             sldg00p
005600      SELECT SNAPOUT ASSIGN TO SNAPOUT                            sldg00p
005700          ORGANIZATION IS SEQUENTIAL.                             sldg00p
005800      SELECT ACCTFILE ASSIGN TO ACCTFILE                          sldg00p
005900          ORGANIZATION IS INDEXED                                 sldg00p
006000          ACCESS MODE IS SEQUENTIAL                               sldg00p
006100          RECORD KEY IS ACC-ACCOUNT-NO                            sldg00p
006200          FILE STATUS IS WS-ACCTFILE-STATUS.                      sldg00p
006300      SELECT TRNJRNL ASSIGN TO TRNJRNL                            sldg00p
006400          ORGANIZATION IS INDEXED                                 sldg00p
006500          ACCESS MODE IS SEQUENTIAL                               sldg00p
006600          RECORD KEY IS TRN-SEQ                                   sldg00p
006700          FILE STATUS IS WS-TRNJRNL-STATUS.                       sldg00p
006800      SELECT EXCFILE ASSIGN TO EXCFILE                            sldg00p
006900          ORGANIZATION IS LINE SEQUENTIAL.                        sldg00p
007000*                                                                 sldg00p
007100  DATA DIVISION.                                                  sldg00p
007200  FILE SECTION.                                                   sldg00p
007300  FD  SNAPIN.                                                     sldg00p
007400  COPY CSNPREC.                                                   sldg00p
007500  FD  SNAPOUT.                                                    sldg00p
007600  01  SNPO-RECORD                PIC X(40).                       sldg00p
007700  FD  ACCTFILE.                                                   sldg00p
007800  COPY CACCREC.                                                   sldg00p
007900  FD  TRNJRNL.                                                    sldg00p
008000  COPY CTRNREC.                                                   sldg00p
008100  FD  EXCFILE.                                                    sldg00p
008200  01  EXC-LINE                  PIC X(80).                        sldg00p
008300*                                                                 sldg00p
008400  WORKING-STORAGE SECTION.                                        sldg00p
008500  01  WS-MISC-STORAGE.                                            sldg00p
008600      05  WS-PROGRAM-ID          PIC X(8)                         sldg00p
008700          VALUE 'SLDG00P'.                                        sldg00p
008800      05  WS-ACCTFILE-STATUS     PIC X(02).                       sldg00p
008900      05  WS-TRNJRNL-STATUS      PIC X(02).                       sldg00p
009000      05  WS-TRNJRNL-SWITCH      PIC X(01).                       sldg00p
009100          88  WS-TRNJRNL-EOF     VALUE 'Y'.                       sldg00p
009200          88  WS-TRNJRNL-NOT-EOF VALUE 'N'.                       sldg00p
009300      05  WS-SNAPIN-SWITCH       PIC X(01).                       sldg00p
009400          88  WS-SNAPIN-EOF      VALUE 'Y'.                       sldg00p
009500          88  WS-SNAPIN-NOT-EOF  VALUE 'N'.                       sldg00p
009600      05  WS-ACCTFILE-SWITCH     PIC X(01).                       sldg00p
009700          88  WS-ACCTFILE-EOF    VALUE 'Y'.                       sldg00p
009800          88  WS-ACCTFILE-NOT-EOF VALUE 'N'.                      sldg00p
009900      05  WS-PROOF-SWITCH        PIC X(01).                       sldg00p
010000          88  WS-PROOF-PASSED    VALUE 'Y'.                       sldg00p
010100          88  WS-PROOF-FAILED    VALUE 'N'.                       sldg00p
010200      05  WS-EXCEPTION-KEY       PIC X(08).                       sldg00p
010300      05  WS-EXCEPTION-REASON    PIC X(60).                       sldg00p
010400      05  WS-STOP-REASON         PIC X(60).                       sldg00p
010500* The run's own date in the same 0CYYDDD layout the online        sldg00p
010600* programs stamp from EIBDATE, carried on the new snapshot.       sldg00p
010700      05  WS-ACCEPT-DAY          PIC 9(07).                       sldg00p
010800      05  WS-RUN-DATE-J          PIC 9(07).                       sldg00p
010900*                                                                 sldg00p
011000***************************************************************** sldg00p
011100* Where the proof starts and ends on the journal.  Postings     * sldg00p
011200* numbered above WS-OPENING-SEQ are today's; WS-LAST-SEQ is     * sldg00p
011300* TRN-LAST-SEQ from the control record, and WS-HIGH-SEQ the     * sldg00p
011400* highest posting actually found, which the new snapshot        * sldg00p
011500* carries forward as tomorrow's starting point.                 * sldg00p
011600***************************************************************** sldg00p
011700  01  WS-SEQ-CONTROL.                                             sldg00p
011800      05  WS-OPENING-DATE        PIC 9(07) VALUE 0.               sldg00p
011900      05  WS-OPENING-SEQ         PIC 9(07) VALUE 0.               sldg00p
012000      05  WS-LAST-SEQ            PIC 9(07) VALUE 0.               sldg00p
012100      05  WS-HIGH-SEQ            PIC 9(07) VALUE 0.               sldg00p
012200      05  WS-EXPECT-SEQ          PIC 9(07) VALUE 1.               sldg00p
012300      05  WS-GAP-END             PIC 9(07).                       sldg00p
012400*                                                                 sldg00p
012500***************************************************************** sldg00p
012600* Key copies compared by the three-way match of the snapshot,   * sldg00p
012700* ACCTFILE and the day's movements.  On end of file a key is    * sldg00p
012800* set to HIGH-VALUES so the other two simply drain.             * sldg00p
012900***************************************************************** sldg00p
013000  01  WS-MATCH-WORK.                                              sldg00p
013100      05  WS-SNP-KEY             PIC X(08).                       sldg00p
013200      05  WS-PREV-SNP-KEY        PIC X(08).                       sldg00p
013300      05  WS-ACC-KEY             PIC X(08).                       sldg00p
013400      05  WS-MOV-KEY             PIC X(08).                       sldg00p
013500      05  WS-LOW-KEY             PIC X(08).                       sldg00p
013600      05  WS-SNP-BALANCE         PIC S9(07)V99 COMP-3.            sldg00p
013700      05  WS-ACC-BALANCE         PIC S9(07)V99 COMP-3.            sldg00p
013800      05  WS-OPENING-BAL         PIC S9(09)V99 COMP-3.            sldg00p
013900      05  WS-DAY-DEBITS          PIC S9(09)V99 COMP-3.            sldg00p
014000      05  WS-DAY-CREDITS         PIC S9(09)V99 COMP-3.            sldg00p
014100      05  WS-EXPECTED-BAL        PIC S9(09)V99 COMP-3.            sldg00p
014200      05  WS-CLOSING-BAL         PIC S9(09)V99 COMP-3.            sldg00p
014300      05  WS-ON-FILE-SWITCH      PIC X(01).                       sldg00p
014400          88  WS-ON-ACCTFILE     VALUE 'Y'.                       sldg00p
014500          88  WS-NOT-ON-ACCTFILE VALUE 'N'.                       sldg00p
014600*                                                                 sldg00p
014700***************************************************************** sldg00p
014800* The day's debits and credits, one entry per account posted    * sldg00p
014900* to, gathered from the journal and then sorted into account    * sldg00p
015000* order for the match.  Two thousand accounts is far more than  * sldg00p
015100* any day touches; the overflow count on the report says if it  * sldg00p
015200* ever is not, and an overflow fails the proof.                 * sldg00p
015300***************************************************************** sldg00p
015400  01  WS-MOVEMENT-TABLE.                                          sldg00p
015500      05  WS-MOV-COUNT           PIC 9(04) VALUE 0.               sldg00p
015600      05  WS-MOVEMENT-ENTRY OCCURS 2000 TIMES.                    sldg00p
015700          10  WS-MOV-ACCOUNT     PIC X(08).                       sldg00p
015800          10  WS-MOV-DEBITS      PIC S9(09)V99 COMP-3.            sldg00p
015900          10  WS-MOV-CREDITS     PIC S9(09)V99 COMP-3.            sldg00p
016000  01  WS-TABLE-WORK.                                              sldg00p
016100      05  WS-MOV-SUB             PIC 9(04).                       sldg00p
016200      05  WS-MOV-HIT             PIC 9(04).                       sldg00p
016300      05  WS-MOV-NEXT            PIC 9(04).                       sldg00p
016400      05  WS-SRT-I               PIC 9(04).                       sldg00p
016500      05  WS-SRT-J               PIC 9(04).                       sldg00p
016600      05  WS-SRT-START           PIC 9(04).                       sldg00p
016700      05  WS-SRT-LOW             PIC 9(04).                       sldg00p
016800      05  WS-SRT-LIMIT           PIC 9(04).                       sldg00p
016900      05  WS-SRT-HOLD.                                            sldg00p
017000          10  WS-HLD-ACCOUNT     PIC X(08).                       sldg00p
017100          10  WS-HLD-DEBITS      PIC S9(09)V99 COMP-3.            sldg00p
017200          10  WS-HLD-CREDITS     PIC S9(09)V99 COMP-3.            sldg00p
017300*                                                                 sldg00p
017400***************************************************************** sldg00p
017500* The new snapshot record, laid out as CSNPREC.                 * sldg00p
017600***************************************************************** sldg00p
017700  01  WS-SNAP-OUT.                                                sldg00p
017800      05  WS-SNO-TYPE            PIC X(01).                       sldg00p
017900      05  WS-SNO-ACCOUNT-NO      PIC X(08).                       sldg00p
018000      05  WS-SNO-BALANCE         PIC S9(07)V99 COMP-3.            sldg00p
018100      05  WS-SNO-RUN-DATE        PIC 9(07).                       sldg00p
018200      05  WS-SNO-LAST-SEQ        PIC 9(07).                       sldg00p
018300      05  FILLER                 PIC X(12).                       sldg00p
018400*                                                                 sldg00p
018500***************************************************************** sldg00p
018600* Run totals reported at the foot of the exceptions report.     * sldg00p
018700***************************************************************** sldg00p
018800  01  WS-RUN-TOTALS.                                              sldg00p
018900      05  WS-TOTAL-POSTINGS      PIC 9(07) VALUE 0.               sldg00p
019000      05  WS-TOTAL-TODAY         PIC 9(07) VALUE 0.               sldg00p
019100      05  WS-TOTAL-GAPS          PIC 9(07) VALUE 0.               sldg00p
019200      05  WS-TOTAL-ACCOUNTS      PIC 9(07) VALUE 0.               sldg00p
019300      05  WS-TOTAL-BREAKS        PIC 9(07) VALUE 0.               sldg00p
019400      05  WS-TOTAL-OVERFLOW      PIC 9(07) VALUE 0.               sldg00p
019500      05  WS-TOTAL-EXCEPTIONS    PIC 9(07) VALUE 0.               sldg00p
019600      05  WS-TOTAL-DEBITS        PIC S9(09)V99 COMP-3 VALUE 0.    sldg00p
019700      05  WS-TOTAL-CREDITS       PIC S9(09)V99 COMP-3 VALUE 0.    sldg00p
019800  01  WS-EDIT-FIELDS.                                             sldg00p
019900      05  WS-EDIT-COUNT          PIC ZZZZZZ9.                     sldg00p
020000      05  WS-EDIT-SEQ            PIC 9(07).                       sldg00p
020100      05  WS-EDIT-SEQ-2          PIC 9(07).                       sldg00p
020200      05  WS-EDIT-AMOUNT         PIC -ZZZZZZZZ9.99.               sldg00p
020300      05  WS-EDIT-AMOUNT-2       PIC -ZZZZZZZZ9.99.               sldg00p
020400      05  WS-EDIT-AMOUNT-3       PIC -ZZZZZZZZ9.99.               sldg00p
020500*                                                                 sldg00p
020600  PROCEDURE DIVISION.                                             sldg00p
020700***************************************************************** sldg00p
020800* Prove the journal end to end first, collecting the day's      * sldg00p
020900* movements, then match them with the opening snapshot and      * sldg00p
021000* ACCTFILE account by account, writing the new snapshot as the  * sldg00p
021100* match goes.  Every check is run whatever the earlier ones     * sldg00p
021200* found, so one report shows everything that needs fixing.      * sldg00p
021300***************************************************************** sldg00p
021400  0000-MAINLINE.                                                  sldg00p
021500      PERFORM 1000-INITIALISE THRU 1000-EXIT.                     sldg00p
021600      PERFORM 2000-PROVE-JOURNAL THRU 2000-EXIT                   sldg00p
021700              UNTIL WS-TRNJRNL-EOF.                               sldg00p
021800      PERFORM 2500-CHECK-JOURNAL-TOTALS THRU 2500-EXIT.           sldg00p
021900      PERFORM 3000-SORT-TABLE THRU 3000-EXIT.                     sldg00p
022000      PERFORM 3500-START-MATCH THRU 3500-EXIT.                    sldg00p
022100      PERFORM 3600-MATCH THRU 3600-EXIT                           sldg00p
022200              UNTIL WS-SNP-KEY IS EQUAL TO HIGH-VALUES            sldg00p
022300                AND WS-ACC-KEY IS EQUAL TO HIGH-VALUES            sldg00p
022400                AND WS-MOV-KEY IS EQUAL TO HIGH-VALUES.           sldg00p
022500      PERFORM 4000-WRITE-TOTALS THRU 4000-EXIT.                   sldg00p
022600      PERFORM 9000-TERMINATE THRU 9000-EXIT.                      sldg00p
022700      IF WS-PROOF-FAILED                                          sldg00p
022800         MOVE 8 TO RETURN-CODE                                    sldg00p
022900      END-IF.                                                     sldg00p
023000      STOP RUN.                                                   sldg00p
023100*                                                                 sldg00p
023200  1000-INITIALISE.                                                sldg00p
023300      SET WS-PROOF-PASSED TO TRUE.                                sldg00p
023400      SET WS-TRNJRNL-NOT-EOF TO TRUE.                             sldg00p
023500      SET WS-SNAPIN-NOT-EOF TO TRUE.                              sldg00p
023600      SET WS-ACCTFILE-NOT-EOF TO TRUE.                            sldg00p
023700      ACCEPT WS-ACCEPT-DAY FROM DAY YYYYDDD.                      sldg00p
023800      COMPUTE WS-RUN-DATE-J = WS-ACCEPT-DAY - 1900000.            sldg00p
023900      OPEN OUTPUT EXCFILE.                                        sldg00p
024000      OPEN INPUT SNAPIN.                                          sldg00p
024100      OPEN INPUT TRNJRNL.                                         sldg00p
024200      PERFORM 1100-READ-SNAPSHOT-HEADER THRU 1100-EXIT.           sldg00p
024300      PERFORM 1200-READ-CONTROL THRU 1200-EXIT.                   sldg00p
024400      PERFORM 4100-WRITE-HEADINGS THRU 4100-EXIT.                 sldg00p
024500  1000-EXIT.                                                      sldg00p
024600      EXIT.                                                       sldg00p
024700*                                                                 sldg00p
024800***************************************************************** sldg00p
024900* The opening position.  A missing or empty SNAPIN is the first * sldg00p
025000* night and proves from zero; a snapshot that does not start    * sldg00p
025100* with its header is not one this program wrote, and nothing    * sldg00p
025200* can be proved from it.                                        * sldg00p
025300***************************************************************** sldg00p
025400  1100-READ-SNAPSHOT-HEADER.                                      sldg00p
025500      READ SNAPIN                                                 sldg00p
025600          AT END                                                  sldg00p
025700              SET WS-SNAPIN-EOF TO TRUE                           sldg00p
025800              GO TO 1100-EXIT                                     sldg00p
025900      END-READ.                                                   sldg00p
026000      IF NOT SNP-TYPE-HEADER                                      sldg00p
026100         OR SNP-LAST-SEQ IS NOT NUMERIC                           sldg00p
026200         MOVE 'SNAPIN DOES NOT START WITH A SNAPSHOT HEADER'      sldg00p
026300           TO WS-STOP-REASON                                      sldg00p
026400         PERFORM 1900-STOP-RUN THRU 1900-EXIT                     sldg00p
026500      END-IF.                                                     sldg00p
026600      MOVE SNP-RUN-DATE TO WS-OPENING-DATE.                       sldg00p
026700      MOVE SNP-LAST-SEQ TO WS-OPENING-SEQ.                        sldg00p
026800  1100-EXIT.                                                      sldg00p
026900      EXIT.                                                       sldg00p
027000*                                                                 sldg00p
027100***************************************************************** sldg00p
027200* The journal's control record is always the first on file.     * sldg00p
027300* Without it there is no TRN-LAST-SEQ to prove the sequence up  * sldg00p
027400* to, and a snapshot proved beyond it means the journal has     * sldg00p
027500* gone backwards since last night.                              * sldg00p
027600***************************************************************** sldg00p
027700  1200-READ-CONTROL.                                              sldg00p
027800      READ TRNJRNL                                                sldg00p
027900          AT END                                                  sldg00p
028000              MOVE 'TRNJRNL IS EMPTY - NO CONTROL RECORD'         sldg00p
028100                TO WS-STOP-REASON                                 sldg00p
028200              PERFORM 1900-STOP-RUN THRU 1900-EXIT                sldg00p
028300      END-READ.                                                   sldg00p
028400      IF TRN-SEQ IS NOT EQUAL TO ZERO                             sldg00p
028500         OR NOT TRN-SIDE-CONTROL                                  sldg00p
028600         MOVE 'TRNJRNL CONTROL RECORD (SEQ 0000000) MISSING'      sldg00p
028700           TO WS-STOP-REASON                                      sldg00p
028800         PERFORM 1900-STOP-RUN THRU 1900-EXIT                     sldg00p
028900      END-IF.                                                     sldg00p
029000      MOVE TRN-LAST-SEQ TO WS-LAST-SEQ.                           sldg00p
029100      MOVE WS-OPENING-SEQ TO WS-HIGH-SEQ.                         sldg00p
029200      IF WS-OPENING-SEQ IS GREATER THAN WS-LAST-SEQ               sldg00p
029300         MOVE 'SNAPIN PROVED BEYOND TRN-LAST-SEQ ON TRNJRNL'      sldg00p
029400           TO WS-STOP-REASON                                      sldg00p
029500         PERFORM 1900-STOP-RUN THRU 1900-EXIT                     sldg00p
029600      END-IF.                                                     sldg00p
029700  1200-EXIT.                                                      sldg00p
029800      EXIT.                                                       sldg00p
029900*                                                                 sldg00p
030000***************************************************************** sldg00p
030100* An opening position the proof cannot start from.  Say why,    * sldg00p
030200* and end the run with the failure return code and no new       * sldg00p
030300* snapshot, so last night's stays the one to rerun from.        * sldg00p
030400***************************************************************** sldg00p
030500  1900-STOP-RUN.                                                  sldg00p
030600      MOVE SPACES TO EXC-LINE.                                    sldg00p
030700      STRING 'SLDG00P STOPPED - ' DELIMITED BY SIZE               sldg00p
030800             WS-STOP-REASON DELIMITED BY SIZE                     sldg00p
030900        INTO EXC-LINE.                                            sldg00p
031000      WRITE EXC-LINE.                                             sldg00p
031100      CLOSE SNAPIN.                                               sldg00p
031200      CLOSE TRNJRNL.                                              sldg00p
031300      CLOSE EXCFILE.                                              sldg00p
031400      MOVE 8 TO RETURN-CODE.                                      sldg00p
031500      STOP RUN.                                                   sldg00p
031600  1900-EXIT.                                                      sldg00p
031700      EXIT.                                                       sldg00p
031800*                                                                 sldg00p
031900***************************************************************** sldg00p
032000* One journal posting.  Every TRN-SEQ must follow the one       * sldg00p
032100* before it; a posting above last night's proved sequence is    * sldg00p
032200* one of today's and goes into the movement table against its   * sldg00p
032300* account and into the day's debit or credit total.             * sldg00p
032400***************************************************************** sldg00p
032500  2000-PROVE-JOURNAL.                                             sldg00p
032600      READ TRNJRNL                                                sldg00p
032700          AT END                                                  sldg00p
032800              SET WS-TRNJRNL-EOF TO TRUE                          sldg00p
032900              GO TO 2000-EXIT                                     sldg00p
033000      END-READ.                                                   sldg00p
033100      ADD 1 TO WS-TOTAL-POSTINGS.                                 sldg00p
033200      IF TRN-SEQ IS GREATER THAN WS-EXPECT-SEQ                    sldg00p
033300         COMPUTE WS-GAP-END = TRN-SEQ - 1                         sldg00p
033400         PERFORM 2300-REPORT-GAP THRU 2300-EXIT                   sldg00p
033500      END-IF.                                                     sldg00p
033600      COMPUTE WS-EXPECT-SEQ = TRN-SEQ + 1.                        sldg00p
033700      IF TRN-SEQ IS GREATER THAN WS-HIGH-SEQ                      sldg00p
033800         MOVE TRN-SEQ TO WS-HIGH-SEQ                              sldg00p
033900      END-IF.                                                     sldg00p
034000      IF TRN-SEQ IS GREATER THAN WS-LAST-SEQ                      sldg00p
034100         MOVE TRN-SEQ TO WS-EDIT-SEQ                              sldg00p
034200         MOVE SPACES TO WS-EXCEPTION-REASON                       sldg00p
034300         STRING 'POSTING ' DELIMITED BY SIZE                      sldg00p
034400                WS-EDIT-SEQ DELIMITED BY SIZE                     sldg00p
034500                ' IS BEYOND TRN-LAST-SEQ' DELIMITED BY SIZE       sldg00p
034600           INTO WS-EXCEPTION-REASON                               sldg00p
034700         MOVE TRN-ACCOUNT TO WS-EXCEPTION-KEY                     sldg00p
034800         PERFORM 2400-WRITE-EXCEPTION THRU 2400-EXIT              sldg00p
034900      END-IF.                                                     sldg00p
035000      IF TRN-SEQ IS NOT GREATER THAN WS-OPENING-SEQ               sldg00p
035100         GO TO 2000-EXIT                                          sldg00p
035200      END-IF.                                                     sldg00p
035300      ADD 1 TO WS-TOTAL-TODAY.                                    sldg00p
035400      EVALUATE TRUE                                               sldg00p
035500        WHEN TRN-SIDE-DEBIT                                       sldg00p
035600          ADD TRN-AMOUNT TO WS-TOTAL-DEBITS                       sldg00p
035700        WHEN TRN-SIDE-CREDIT                                      sldg00p
035800          ADD TRN-AMOUNT TO WS-TOTAL-CREDITS                      sldg00p
035900        WHEN OTHER                                                sldg00p
036000          MOVE TRN-SEQ TO WS-EDIT-SEQ                             sldg00p
036100          MOVE SPACES TO WS-EXCEPTION-REASON                      sldg00p
036200          STRING 'POSTING ' DELIMITED BY SIZE                     sldg00p
036300                 WS-EDIT-SEQ DELIMITED BY SIZE                    sldg00p
036400                 ' IS NEITHER DEBIT NOR CREDIT' DELIMITED BY SIZE sldg00p
036500            INTO WS-EXCEPTION-REASON                              sldg00p
036600          MOVE TRN-ACCOUNT TO WS-EXCEPTION-KEY                    sldg00p
036700          PERFORM 2400-WRITE-EXCEPTION THRU 2400-EXIT             sldg00p
036800          GO TO 2000-EXIT                                         sldg00p
036900      END-EVALUATE.                                               sldg00p
037000      PERFORM 2100-FIND-ACCOUNT THRU 2100-EXIT.                   sldg00p
037100      IF WS-MOV-HIT IS EQUAL TO ZERO                              sldg00p
037200         GO TO 2000-EXIT                                          sldg00p
037300      END-IF.                                                     sldg00p
037400      IF TRN-SIDE-DEBIT                                           sldg00p
037500         ADD TRN-AMOUNT TO WS-MOV-DEBITS (WS-MOV-HIT)             sldg00p
037600      ELSE                                                        sldg00p
037700         ADD TRN-AMOUNT TO WS-MOV-CREDITS (WS-MOV-HIT)            sldg00p
037800      END-IF.                                                     sldg00p
037900  2000-EXIT.                                                      sldg00p
038000      EXIT.                                                       sldg00p
038100*                                                                 sldg00p
038200***************************************************************** sldg00p
038300* Find the posting's account in the movement table, adding it   * sldg00p
038400* if this is its first posting today.  WS-MOV-HIT is left at    * sldg00p
038500* zero only when the table is full.                             * sldg00p
038600***************************************************************** sldg00p
038700  2100-FIND-ACCOUNT.                                              sldg00p
038800      MOVE ZERO TO WS-MOV-HIT.                                    sldg00p
038900      PERFORM 2200-COMPARE-ENTRY THRU 2200-EXIT                   sldg00p
039000              VARYING WS-MOV-SUB FROM 1 BY 1                      sldg00p
039100              UNTIL WS-MOV-SUB IS GREATER THAN WS-MOV-COUNT       sldg00p
039200                 OR WS-MOV-HIT IS GREATER THAN ZERO.              sldg00p
039300      IF WS-MOV-HIT IS GREATER THAN ZERO                          sldg00p
039400         GO TO 2100-EXIT                                          sldg00p
039500      END-IF.                                                     sldg00p
039600      IF WS-MOV-COUNT IS EQUAL TO 2000                            sldg00p
039700         ADD 1 TO WS-TOTAL-OVERFLOW                               sldg00p
039800         MOVE TRN-ACCOUNT TO WS-EXCEPTION-KEY                     sldg00p
039900         MOVE 'MOVEMENT TABLE FULL - ACCOUNT NOT PROVED'          sldg00p
040000           TO WS-EXCEPTION-REASON                                 sldg00p
040100         PERFORM 2400-WRITE-EXCEPTION THRU 2400-EXIT              sldg00p
040200         GO TO 2100-EXIT                                          sldg00p
040300      END-IF.                                                     sldg00p
040400      ADD 1 TO WS-MOV-COUNT.                                      sldg00p
040500      MOVE WS-MOV-COUNT TO WS-MOV-HIT.                            sldg00p
040600      MOVE TRN-ACCOUNT TO WS-MOV-ACCOUNT (WS-MOV-HIT).            sldg00p
040700      MOVE ZERO TO WS-MOV-DEBITS (WS-MOV-HIT).                    sldg00p
040800      MOVE ZERO TO WS-MOV-CREDITS (WS-MOV-HIT).                   sldg00p
040900  2100-EXIT.                                                      sldg00p
041000      EXIT.                                                       sldg00p
041100*                                                                 sldg00p
041200  2200-COMPARE-ENTRY.                                             sldg00p
041300      IF WS-MOV-ACCOUNT (WS-MOV-SUB) IS EQUAL TO TRN-ACCOUNT      sldg00p
041400         MOVE WS-MOV-SUB TO WS-MOV-HIT                            sldg00p
041500      END-IF.                                                     sldg00p
041600  2200-EXIT.                                                      sldg00p
041700      EXIT.                                                       sldg00p
041800*                                                                 sldg00p
041900***************************************************************** sldg00p
042000* One run of missing sequence numbers, WS-EXPECT-SEQ through    * sldg00p
042100* WS-GAP-END, reported as a single exception.                   * sldg00p
042200***************************************************************** sldg00p
042300  2300-REPORT-GAP.                                                sldg00p
042400      ADD 1 TO WS-TOTAL-GAPS.                                     sldg00p
042500      MOVE WS-EXPECT-SEQ TO WS-EDIT-SEQ.                          sldg00p
042600      MOVE WS-GAP-END TO WS-EDIT-SEQ-2.                           sldg00p
042700      MOVE SPACES TO WS-EXCEPTION-REASON.                         sldg00p
042800      STRING 'TRN-SEQ GAP ' DELIMITED BY SIZE                     sldg00p
042900             WS-EDIT-SEQ DELIMITED BY SIZE                        sldg00p
043000             ' TO ' DELIMITED BY SIZE                             sldg00p
043100             WS-EDIT-SEQ-2 DELIMITED BY SIZE                      sldg00p
043200        INTO WS-EXCEPTION-REASON.                                 sldg00p
043300      MOVE SPACES TO WS-EXCEPTION-KEY.                            sldg00p
043400      PERFORM 2400-WRITE-EXCEPTION THRU 2400-EXIT.                sldg00p
043500  2300-EXIT.                                                      sldg00p
043600      EXIT.                                                       sldg00p
043700*                                                                 sldg00p
043800***************************************************************** sldg00p
043900* One exception line: the account concerned, if any, and what   * sldg00p
044000* failed.  Any exception at all fails the proof.                * sldg00p
044100***************************************************************** sldg00p
044200  2400-WRITE-EXCEPTION.                                           sldg00p
044300      SET WS-PROOF-FAILED TO TRUE.                                sldg00p
044400      ADD 1 TO WS-TOTAL-EXCEPTIONS.                               sldg00p
044500      MOVE SPACES TO EXC-LINE.                                    sldg00p
044600      STRING '  ' DELIMITED BY SIZE                               sldg00p
044700             WS-EXCEPTION-KEY DELIMITED BY SIZE                   sldg00p
044800             '  ' DELIMITED BY SIZE                               sldg00p
044900             WS-EXCEPTION-REASON DELIMITED BY SIZE                sldg00p
045000        INTO EXC-LINE.                                            sldg00p
045100      WRITE EXC-LINE.                                             sldg00p
045200  2400-EXIT.                                                      sldg00p
045300      EXIT.                                                       sldg00p
045400*                                                                 sldg00p
045500***************************************************************** sldg00p
045600* The end of the journal: any numbers missing between the last  * sldg00p
045700* posting found and TRN-LAST-SEQ are a gap too, and the day's   * sldg00p
045800* two sides must come to the same total.                        * sldg00p
045900***************************************************************** sldg00p
046000  2500-CHECK-JOURNAL-TOTALS.                                      sldg00p
046100      IF WS-EXPECT-SEQ IS NOT GREATER THAN WS-LAST-SEQ            sldg00p
046200         MOVE WS-LAST-SEQ TO WS-GAP-END                           sldg00p
046300         PERFORM 2300-REPORT-GAP THRU 2300-EXIT                   sldg00p
046400      END-IF.                                                     sldg00p
046500      IF WS-TOTAL-DEBITS IS NOT EQUAL TO WS-TOTAL-CREDITS         sldg00p
046600         MOVE WS-TOTAL-DEBITS TO WS-EDIT-AMOUNT                   sldg00p
046700         MOVE WS-TOTAL-CREDITS TO WS-EDIT-AMOUNT-2                sldg00p
046800         MOVE SPACES TO WS-EXCEPTION-REASON                       sldg00p
046900         STRING 'DEBITS ' DELIMITED BY SIZE                       sldg00p
047000                WS-EDIT-AMOUNT DELIMITED BY SIZE                  sldg00p
047100                ' NOT EQUAL TO CREDITS ' DELIMITED BY SIZE        sldg00p
047200                WS-EDIT-AMOUNT-2 DELIMITED BY SIZE                sldg00p
047300           INTO WS-EXCEPTION-REASON                               sldg00p
047400         MOVE SPACES TO WS-EXCEPTION-KEY                          sldg00p
047500         PERFORM 2400-WRITE-EXCEPTION THRU 2400-EXIT              sldg00p
047600      END-IF.                                                     sldg00p
047700  2500-EXIT.                                                      sldg00p
047800      EXIT.                                                       sldg00p
047900*                                                                 sldg00p
048000***************************************************************** sldg00p
048100* Selection sort of the movement table into ascending account   * sldg00p
048200* order, so it can be matched with the two files.               * sldg00p
048300***************************************************************** sldg00p
048400  3000-SORT-TABLE.                                                sldg00p
048500      IF WS-MOV-COUNT IS LESS THAN 2                              sldg00p
048600         GO TO 3000-EXIT                                          sldg00p
048700      END-IF.                                                     sldg00p
048800      COMPUTE WS-SRT-LIMIT = WS-MOV-COUNT - 1.                    sldg00p
048900      PERFORM 3100-SORT-PASS THRU 3100-EXIT                       sldg00p
049000              VARYING WS-SRT-I FROM 1 BY 1                        sldg00p
049100              UNTIL WS-SRT-I IS GREATER THAN WS-SRT-LIMIT.        sldg00p
049200  3000-EXIT.                                                      sldg00p
049300      EXIT.                                                       sldg00p
049400*                                                                 sldg00p
049500  3100-SORT-PASS.                                                 sldg00p
049600      MOVE WS-SRT-I TO WS-SRT-LOW.                                sldg00p
049700      COMPUTE WS-SRT-START = WS-SRT-I + 1.                        sldg00p
049800      PERFORM 3200-FIND-LOWEST THRU 3200-EXIT                     sldg00p
049900              VARYING WS-SRT-J FROM WS-SRT-START BY 1             sldg00p
050000              UNTIL WS-SRT-J IS GREATER THAN WS-MOV-COUNT.        sldg00p
050100      IF WS-SRT-LOW IS NOT EQUAL TO WS-SRT-I                      sldg00p
050200         MOVE WS-MOVEMENT-ENTRY (WS-SRT-LOW) TO WS-SRT-HOLD       sldg00p
050300         MOVE WS-MOVEMENT-ENTRY (WS-SRT-I)                        sldg00p
050400           TO WS-MOVEMENT-ENTRY (WS-SRT-LOW)                      sldg00p
050500         MOVE WS-SRT-HOLD TO WS-MOVEMENT-ENTRY (WS-SRT-I)         sldg00p
050600      END-IF.                                                     sldg00p
050700  3100-EXIT.                                                      sldg00p
050800      EXIT.                                                       sldg00p
050900*                                                                 sldg00p
051000  3200-FIND-LOWEST.                                               sldg00p
051100      IF WS-MOV-ACCOUNT (WS-SRT-J) IS LESS THAN                   sldg00p
051200         WS-MOV-ACCOUNT (WS-SRT-LOW)                              sldg00p
051300         MOVE WS-SRT-J TO WS-SRT-LOW                              sldg00p
051400      END-IF.                                                     sldg00p
051500  3200-EXIT.                                                      sldg00p
051600      EXIT.                                                       sldg00p
051700*                                                                 sldg00p
051800***************************************************************** sldg00p
051900* Open the account master and the new snapshot, write the new   * sldg00p
052000* header and prime all three sides of the match.                * sldg00p
052100***************************************************************** sldg00p
052200  3500-START-MATCH.                                               sldg00p
052300      OPEN INPUT ACCTFILE.                                        sldg00p
052400      OPEN OUTPUT SNAPOUT.                                        sldg00p
052500      MOVE SPACES TO WS-SNAP-OUT.                                 sldg00p
052600      MOVE 'H' TO WS-SNO-TYPE.                                    sldg00p
052700      MOVE ZERO TO WS-SNO-BALANCE.                                sldg00p
052800      MOVE WS-RUN-DATE-J TO WS-SNO-RUN-DATE.                      sldg00p
052900      MOVE WS-HIGH-SEQ TO WS-SNO-LAST-SEQ.                        sldg00p
053000      WRITE SNPO-RECORD FROM WS-SNAP-OUT.                         sldg00p
053100      MOVE LOW-VALUES TO WS-PREV-SNP-KEY.                         sldg00p
053200      MOVE ZERO TO WS-MOV-NEXT.                                   sldg00p
053300      PERFORM 3800-READ-SNAPIN THRU 3800-EXIT.                    sldg00p
053400      PERFORM 3850-READ-ACCTFILE THRU 3850-EXIT.                  sldg00p
053500      PERFORM 3900-NEXT-MOVEMENT THRU 3900-EXIT.                  sldg00p
053600  3500-EXIT.                                                      sldg00p
053700      EXIT.                                                       sldg00p
053800*                                                                 sldg00p
053900***************************************************************** sldg00p
054000* One account, taken from whichever of the three sides holds    * sldg00p
054100* the lowest account number.  Missing from the snapshot means   * sldg00p
054200* opened today (a zero opening balance); missing from the day's * sldg00p
054300* movements means nothing posted; missing from ACCTFILE is      * sldg00p
054400* always an exception, since accounts are never removed.        * sldg00p
054500***************************************************************** sldg00p
054600  3600-MATCH.                                                     sldg00p
054700      MOVE WS-SNP-KEY TO WS-LOW-KEY.                              sldg00p
054800      IF WS-ACC-KEY IS LESS THAN WS-LOW-KEY                       sldg00p
054900         MOVE WS-ACC-KEY TO WS-LOW-KEY                            sldg00p
055000      END-IF.                                                     sldg00p
055100      IF WS-MOV-KEY IS LESS THAN WS-LOW-KEY                       sldg00p
055200         MOVE WS-MOV-KEY TO WS-LOW-KEY                            sldg00p
055300      END-IF.                                                     sldg00p
055400      MOVE ZERO TO WS-OPENING-BAL.                                sldg00p
055500      MOVE ZERO TO WS-DAY-DEBITS.                                 sldg00p
055600      MOVE ZERO TO WS-DAY-CREDITS.                                sldg00p
055700      MOVE ZERO TO WS-CLOSING-BAL.                                sldg00p
055800      SET WS-NOT-ON-ACCTFILE TO TRUE.                             sldg00p
055900      IF WS-SNP-KEY IS EQUAL TO WS-LOW-KEY                        sldg00p
056000         MOVE WS-SNP-BALANCE TO WS-OPENING-BAL                    sldg00p
056100      END-IF.                                                     sldg00p
056200      IF WS-MOV-KEY IS EQUAL TO WS-LOW-KEY                        sldg00p
056300         MOVE WS-MOV-DEBITS (WS-MOV-NEXT) TO WS-DAY-DEBITS        sldg00p
056400         MOVE WS-MOV-CREDITS (WS-MOV-NEXT) TO WS-DAY-CREDITS      sldg00p
056500      END-IF.                                                     sldg00p
056600      IF WS-ACC-KEY IS EQUAL TO WS-LOW-KEY                        sldg00p
056700         SET WS-ON-ACCTFILE TO TRUE                               sldg00p
056800         MOVE WS-ACC-BALANCE TO WS-CLOSING-BAL                    sldg00p
056900      END-IF.                                                     sldg00p
057000      COMPUTE WS-EXPECTED-BAL =                                   sldg00p
057100          WS-OPENING-BAL + WS-DAY-CREDITS - WS-DAY-DEBITS.        sldg00p
057200      MOVE WS-LOW-KEY TO WS-EXCEPTION-KEY.                        sldg00p
057300      IF WS-NOT-ON-ACCTFILE                                       sldg00p
057400         MOVE WS-EXPECTED-BAL TO WS-EDIT-AMOUNT                   sldg00p
057500         MOVE SPACES TO WS-EXCEPTION-REASON                       sldg00p
057600         STRING 'NOT ON ACCTFILE - EXPECTED BALANCE '             sldg00p
057700                DELIMITED BY SIZE                                 sldg00p
057800                WS-EDIT-AMOUNT DELIMITED BY SIZE                  sldg00p
057900           INTO WS-EXCEPTION-REASON                               sldg00p
058000         PERFORM 2400-WRITE-EXCEPTION THRU 2400-EXIT              sldg00p
058100      ELSE                                                        sldg00p
058200         ADD 1 TO WS-TOTAL-ACCOUNTS                               sldg00p
058300         IF WS-EXPECTED-BAL IS NOT EQUAL TO WS-CLOSING-BAL        sldg00p
058400            PERFORM 3700-REPORT-BREAK THRU 3700-EXIT              sldg00p
058500         END-IF                                                   sldg00p
058600         MOVE SPACES TO WS-SNAP-OUT                               sldg00p
058700         MOVE 'A' TO WS-SNO-TYPE                                  sldg00p
058800         MOVE WS-LOW-KEY TO WS-SNO-ACCOUNT-NO                     sldg00p
058900         MOVE WS-ACC-BALANCE TO WS-SNO-BALANCE                    sldg00p
059000         MOVE ZERO TO WS-SNO-RUN-DATE                             sldg00p
059100         MOVE ZERO TO WS-SNO-LAST-SEQ                             sldg00p
059200         WRITE SNPO-RECORD FROM WS-SNAP-OUT                       sldg00p
059300      END-IF.                                                     sldg00p
059400      IF WS-SNP-KEY IS EQUAL TO WS-LOW-KEY                        sldg00p
059500         PERFORM 3800-READ-SNAPIN THRU 3800-EXIT                  sldg00p
059600      END-IF.                                                     sldg00p
059700      IF WS-ACC-KEY IS EQUAL TO WS-LOW-KEY                        sldg00p
059800         PERFORM 3850-READ-ACCTFILE THRU 3850-EXIT                sldg00p
059900      END-IF.                                                     sldg00p
060000      IF WS-MOV-KEY IS EQUAL TO WS-LOW-KEY                        sldg00p
060100         PERFORM 3900-NEXT-MOVEMENT THRU 3900-EXIT                sldg00p
060200      END-IF.                                                     sldg00p
060300  3600-EXIT.                                                      sldg00p
060400      EXIT.                                                       sldg00p
060500*                                                                 sldg00p
060600***************************************************************** sldg00p
060700* An account whose balance does not prove: the heading line     * sldg00p
060800* goes out as an exception, followed by the working so the      * sldg00p
060900* break can be chased without rerunning anything.               * sldg00p
061000***************************************************************** sldg00p
061100  3700-REPORT-BREAK.                                              sldg00p
061200      ADD 1 TO WS-TOTAL-BREAKS.                                   sldg00p
061300      MOVE 'BALANCE DOES NOT PROVE' TO WS-EXCEPTION-REASON.       sldg00p
061400      PERFORM 2400-WRITE-EXCEPTION THRU 2400-EXIT.                sldg00p
061500      MOVE WS-OPENING-BAL TO WS-EDIT-AMOUNT.                      sldg00p
061600      MOVE WS-DAY-CREDITS TO WS-EDIT-AMOUNT-2.                    sldg00p
061700      MOVE WS-DAY-DEBITS TO WS-EDIT-AMOUNT-3.                     sldg00p
061800      MOVE SPACES TO EXC-LINE.                                    sldg00p
061900      STRING '    OPENING  ' DELIMITED BY SIZE                    sldg00p
062000             WS-EDIT-AMOUNT DELIMITED BY SIZE                     sldg00p
062100             '  CR ' DELIMITED BY SIZE                            sldg00p
062200             WS-EDIT-AMOUNT-2 DELIMITED BY SIZE                   sldg00p
062300             '  DR ' DELIMITED BY SIZE                            sldg00p
062400             WS-EDIT-AMOUNT-3 DELIMITED BY SIZE                   sldg00p
062500        INTO EXC-LINE.                                            sldg00p
062600      WRITE EXC-LINE.                                             sldg00p
062700      MOVE WS-EXPECTED-BAL TO WS-EDIT-AMOUNT.                     sldg00p
062800      MOVE WS-CLOSING-BAL TO WS-EDIT-AMOUNT-2.                    sldg00p
062900      MOVE SPACES TO EXC-LINE.                                    sldg00p
063000      STRING '    EXPECTED ' DELIMITED BY SIZE                    sldg00p
063100             WS-EDIT-AMOUNT DELIMITED BY SIZE                     sldg00p
063200             '  ON ACCTFILE ' DELIMITED BY SIZE                   sldg00p
063300             WS-EDIT-AMOUNT-2 DELIMITED BY SIZE                   sldg00p
063400        INTO EXC-LINE.                                            sldg00p
063500      WRITE EXC-LINE.                                             sldg00p
063600  3700-EXIT.                                                      sldg00p
063700      EXIT.                                                       sldg00p
063800*                                                                 sldg00p
063900***************************************************************** sldg00p
064000* The next opening balance.  The snapshot must be in strictly   * sldg00p
064100* ascending account order for the match to work; a record that  * sldg00p
064200* is not is reported and passed over.                           * sldg00p
064300***************************************************************** sldg00p
064400  3800-READ-SNAPIN.                                               sldg00p
064500      IF WS-SNAPIN-EOF                                            sldg00p
064600         MOVE HIGH-VALUES TO WS-SNP-KEY                           sldg00p
064700         GO TO 3800-EXIT                                          sldg00p
064800      END-IF.                                                     sldg00p
064900      READ SNAPIN                                                 sldg00p
065000          AT END                                                  sldg00p
065100              SET WS-SNAPIN-EOF TO TRUE                           sldg00p
065200              MOVE HIGH-VALUES TO WS-SNP-KEY                      sldg00p
065300              GO TO 3800-EXIT                                     sldg00p
065400      END-READ.                                                   sldg00p
065500      IF SNP-ACCOUNT-NO IS NOT GREATER THAN WS-PREV-SNP-KEY       sldg00p
065600         MOVE SNP-ACCOUNT-NO TO WS-EXCEPTION-KEY                  sldg00p
065700         MOVE 'SNAPIN OUT OF ACCOUNT ORDER - RECORD IGNORED'      sldg00p
065800           TO WS-EXCEPTION-REASON                                 sldg00p
065900         PERFORM 2400-WRITE-EXCEPTION THRU 2400-EXIT              sldg00p
066000         GO TO 3800-READ-SNAPIN                                   sldg00p
066100      END-IF.                                                     sldg00p
066200      MOVE SNP-ACCOUNT-NO TO WS-SNP-KEY.                          sldg00p
066300      MOVE SNP-ACCOUNT-NO TO WS-PREV-SNP-KEY.                     sldg00p
066400      MOVE SNP-BALANCE TO WS-SNP-BALANCE.                         sldg00p
066500  3800-EXIT.                                                      sldg00p
066600      EXIT.                                                       sldg00p
066700*                                                                 sldg00p
066800  3850-READ-ACCTFILE.                                             sldg00p
066900      IF WS-ACCTFILE-EOF                                          sldg00p
067000         GO TO 3850-EXIT                                          sldg00p
067100      END-IF.                                                     sldg00p
067200      READ ACCTFILE                                               sldg00p
067300          AT END                                                  sldg00p
067400              SET WS-ACCTFILE-EOF TO TRUE                         sldg00p
067500              MOVE HIGH-VALUES TO WS-ACC-KEY                      sldg00p
067600              GO TO 3850-EXIT                                     sldg00p
067700      END-READ.                                                   sldg00p
067800      MOVE ACC-ACCOUNT-NO TO WS-ACC-KEY.                          sldg00p
067900      MOVE ACC-BALANCE TO WS-ACC-BALANCE.                         sldg00p
068000  3850-EXIT.                                                      sldg00p
068100      EXIT.                                                       sldg00p
068200*                                                                 sldg00p
068300  3900-NEXT-MOVEMENT.                                             sldg00p
068400      ADD 1 TO WS-MOV-NEXT.                                       sldg00p
068500      IF WS-MOV-NEXT IS GREATER THAN WS-MOV-COUNT                 sldg00p
068600         MOVE HIGH-VALUES TO WS-MOV-KEY                           sldg00p
068700      ELSE                                                        sldg00p
068800         MOVE WS-MOV-ACCOUNT (WS-MOV-NEXT) TO WS-MOV-KEY          sldg00p
068900      END-IF.                                                     sldg00p
069000  3900-EXIT.                                                      sldg00p
069100      EXIT.                                                       sldg00p
069200*                                                                 sldg00p
069300  4000-WRITE-TOTALS.                                              sldg00p
069400      MOVE SPACES TO EXC-LINE.                                    sldg00p
069500      WRITE EXC-LINE.                                             sldg00p
069600      MOVE WS-TOTAL-ACCOUNTS TO WS-EDIT-COUNT.                    sldg00p
069700      MOVE SPACES TO EXC-LINE.                                    sldg00p
069800      STRING 'ACCOUNTS         : ' DELIMITED BY SIZE              sldg00p
069900             WS-EDIT-COUNT DELIMITED BY SIZE                      sldg00p
070000        INTO EXC-LINE.                                            sldg00p
070100      WRITE EXC-LINE.                                             sldg00p
070200      MOVE WS-TOTAL-BREAKS TO WS-EDIT-COUNT.                      sldg00p
070300      MOVE SPACES TO EXC-LINE.                                    sldg00p
070400      STRING 'NOT PROVED       : ' DELIMITED BY SIZE              sldg00p
070500             WS-EDIT-COUNT DELIMITED BY SIZE                      sldg00p
070600        INTO EXC-LINE.                                            sldg00p
070700      WRITE EXC-LINE.                                             sldg00p
070800      MOVE WS-TOTAL-POSTINGS TO WS-EDIT-COUNT.                    sldg00p
070900      MOVE SPACES TO EXC-LINE.                                    sldg00p
071000      STRING 'JOURNAL POSTINGS : ' DELIMITED BY SIZE              sldg00p
071100             WS-EDIT-COUNT DELIMITED BY SIZE                      sldg00p
071200        INTO EXC-LINE.                                            sldg00p
071300      WRITE EXC-LINE.                                             sldg00p
071400      MOVE WS-TOTAL-TODAY TO WS-EDIT-COUNT.                       sldg00p
071500      MOVE SPACES TO EXC-LINE.                                    sldg00p
071600      STRING 'TODAY''S POSTINGS : ' DELIMITED BY SIZE             sldg00p
071700             WS-EDIT-COUNT DELIMITED BY SIZE                      sldg00p
071800        INTO EXC-LINE.                                            sldg00p
071900      WRITE EXC-LINE.                                             sldg00p
072000      MOVE WS-TOTAL-DEBITS TO WS-EDIT-AMOUNT.                     sldg00p
072100      MOVE SPACES TO EXC-LINE.                                    sldg00p
072200      STRING 'TODAY''S DEBITS   : ' DELIMITED BY SIZE             sldg00p
072300             WS-EDIT-AMOUNT DELIMITED BY SIZE                     sldg00p
072400        INTO EXC-LINE.                                            sldg00p
072500      WRITE EXC-LINE.                                             sldg00p
072600      MOVE WS-TOTAL-CREDITS TO WS-EDIT-AMOUNT.                    sldg00p
072700      MOVE SPACES TO EXC-LINE.                                    sldg00p
072800      STRING 'TODAY''S CREDITS  : ' DELIMITED BY SIZE             sldg00p
072900             WS-EDIT-AMOUNT DELIMITED BY SIZE                     sldg00p
073000        INTO EXC-LINE.                                            sldg00p
073100      WRITE EXC-LINE.                                             sldg00p
073200      MOVE WS-TOTAL-GAPS TO WS-EDIT-COUNT.                        sldg00p
073300      MOVE SPACES TO EXC-LINE.                                    sldg00p
073400      STRING 'SEQUENCE GAPS    : ' DELIMITED BY SIZE              sldg00p
073500             WS-EDIT-COUNT DELIMITED BY SIZE                      sldg00p
073600        INTO EXC-LINE.                                            sldg00p
073700      WRITE EXC-LINE.                                             sldg00p
073800      MOVE WS-TOTAL-OVERFLOW TO WS-EDIT-COUNT.                    sldg00p
073900      MOVE SPACES TO EXC-LINE.                                    sldg00p
074000      STRING 'TABLE OVERFLOW   : ' DELIMITED BY SIZE              sldg00p
074100             WS-EDIT-COUNT DELIMITED BY SIZE                      sldg00p
074200        INTO EXC-LINE.                                            sldg00p
074300      WRITE EXC-LINE.                                             sldg00p
074400      MOVE WS-TOTAL-EXCEPTIONS TO WS-EDIT-COUNT.                  sldg00p
074500      MOVE SPACES TO EXC-LINE.                                    sldg00p
074600      STRING 'EXCEPTIONS       : ' DELIMITED BY SIZE              sldg00p
074700             WS-EDIT-COUNT DELIMITED BY SIZE                      sldg00p
074800        INTO EXC-LINE.                                            sldg00p
074900      WRITE EXC-LINE.                                             sldg00p
075000      MOVE SPACES TO EXC-LINE.                                    sldg00p
075100      WRITE EXC-LINE.                                             sldg00p
075200      MOVE SPACES TO EXC-LINE.                                    sldg00p
075300      IF WS-PROOF-PASSED                                          sldg00p
075400         MOVE WS-HIGH-SEQ TO WS-EDIT-SEQ                          sldg00p
075500         STRING 'LEDGER PROVED TO TRN-SEQ ' DELIMITED BY SIZE     sldg00p
075600                WS-EDIT-SEQ DELIMITED BY SIZE                     sldg00p
075700                ' - RELEASE SNAPOUT' DELIMITED BY SIZE            sldg00p
075800           INTO EXC-LINE                                          sldg00p
075900      ELSE                                                        sldg00p
076000         STRING 'LEDGER DOES NOT PROVE - HOLD THE ONLINE BRING-UP'sldg00p
076100                DELIMITED BY SIZE                                 sldg00p
076200           INTO EXC-LINE                                          sldg00p
076300      END-IF.                                                     sldg00p
076400      WRITE EXC-LINE.                                             sldg00p
076500  4000-EXIT.                                                      sldg00p
076600      EXIT.                                                       sldg00p
076700*                                                                 sldg00p
076800  4100-WRITE-HEADINGS.                                            sldg00p
076900      MOVE SPACES TO EXC-LINE.                                    sldg00p
077000      STRING 'LEDGER PROOF EXCEPTIONS - RUN DATE '                sldg00p
077100             DELIMITED BY SIZE                                    sldg00p
077200             WS-RUN-DATE-J DELIMITED BY SIZE                      sldg00p
077300        INTO EXC-LINE.                                            sldg00p
077400      WRITE EXC-LINE.                                             sldg00p
077500      MOVE SPACES TO EXC-LINE.                                    sldg00p
077600      IF WS-OPENING-DATE IS EQUAL TO ZERO                         sldg00p
077700         STRING 'NO OPENING SNAPSHOT - PROVING FROM ZERO BALANCES'sldg00p
077800                DELIMITED BY SIZE                                 sldg00p
077900           INTO EXC-LINE                                          sldg00p
078000      ELSE                                                        sldg00p
078100         MOVE WS-OPENING-SEQ TO WS-EDIT-SEQ                       sldg00p
078200         STRING 'OPENING SNAPSHOT OF ' DELIMITED BY SIZE          sldg00p
078300                WS-OPENING-DATE DELIMITED BY SIZE                 sldg00p
078400                ', PROVED TO TRN-SEQ ' DELIMITED BY SIZE          sldg00p
078500                WS-EDIT-SEQ DELIMITED BY SIZE                     sldg00p
078600           INTO EXC-LINE                                          sldg00p
078700      END-IF.                                                     sldg00p
078800      WRITE EXC-LINE.                                             sldg00p
078900      MOVE SPACES TO EXC-LINE.                                    sldg00p
079000      WRITE EXC-LINE.                                             sldg00p
079100  4100-EXIT.                                                      sldg00p
079200      EXIT.                                                       sldg00p
079300*                                                                 sldg00p
079400  9000-TERMINATE.                                                 sldg00p
079500      CLOSE SNAPIN.                                               sldg00p
079600      CLOSE SNAPOUT.                                              sldg00p
079700      CLOSE ACCTFILE.                                             sldg00p
079800      CLOSE TRNJRNL.                                              sldg00p
079900      CLOSE EXCFILE.                                              sldg00p
080000  9000-EXIT.                                                      sldg00p
080100      EXIT.                                                       sldg00p
080200*                                                                 sldg00p
080300* $ Version 1.00 sequenced on Thursday 15 Oct 2026 at 1:00pm      sldg00p
