000100***************************************************************** sown00p
000200*                                                               * sown00p
000300*   Copyright (C) 1998-2015 Micro Focus. All Rights Reserved.   * sown00p
000400*   This demonstration program is provided for use by users     * sown00p
000500*   of Micro Focus products and may be used, modified and       * sown00p
000600*   distributed as part of your application provided that       * sown00p
000700*   you properly acknowledge the copyright of Micro Focus       * sown00p
000800*   in this material.                                           * sown00p
000900*                                                               * sown00p
001000***************************************************************** sown00p
001100*                                                                 sown00p
001200***************************************************************** sown00p
001300* Program:     SOWN00P.CBL (Batch Version)                      * sown00p
001400* Layer:       Userid provisioning                              * sown00p
001500* Function:    Periodic check, run alongside SREC00P, of every  * sown00p
001600*              account on ACCTFILE against the BANKUSR userid   * sown00p
001700*              master.  An account whose ACC-SIGNON-ID is no    * sown00p
001800*              longer on BANKUSR has no owner who can sign on   * sown00p
001900*              to see it or move its money, and is reported     * sown00p
002000*              with its status and balance so it can be moved   * sown00p
002100*              or closed on BANK70A.  Leavers revoked by        * sown00p
002200*              SUSR00P have their accounts frozen on the way    * sown00p
002300*              out and surface here until that is done;         * sown00p
002400*              userids deleted by hand or by any other route    * sown00p
002500*              are caught here too.  Nothing is changed.        * sown00p
002600*              Return code 4 when anything is reported.         * sown00p
002700***************************************************************** sown00p
002800*                                                                 sown00p
002900  IDENTIFICATION DIVISION.                                        sown00p
003000  PROGRAM-ID.                                                     sown00p
003100      SOWN00P.                                                    sown00p
003200  DATE-WRITTEN.                                                   sown00p
003300      October 2026.                                               sown00p
003400  DATE-COMPILED.                                                  sown00p
003500      Today.                                                      sown00p
003600*                                                                 sown00p
003700  ENVIRONMENT DIVISION.                                           sown00p
003800  INPUT-OUTPUT SECTION.                                           sown00p
003900  FILE-CONTROL.                                                   sown00p
004000      SELECT ACCTFILE ASSIGN TO ACCTFILE                          sown00p
004100          ORGANIZATION IS INDEXED                                 sown00p
004200          ACCESS MODE IS SEQUENTIAL                               sown00p
004300          RECORD KEY IS ACC-ACCOUNT-NO                            sown00p
004400          FILE STATUS IS WS-ACCTFILE-STATUS.                      sown00p
004500      SELECT BANKUSR ASSIGN TO BANKUSR                            sown00p
004600          ORGANIZATION IS INDEXED                                 sown00p
004700          ACCESS MODE IS RANDOM                                   sown00p
004800          RECORD KEY IS USR-SIGNON-ID                             sown00p
004900          FILE STATUS IS WS-BANKUSR-STATUS.                       sown00p
005000      SELECT RPTFILE ASSIGN TO RPTFILE                            sown00p
005100          ORGANIZATION IS LINE SEQUENTIAL.                        sown00p
005200*                                                                 sown00p
005300  DATA DIVISION.                                                  sown00p
005400  FILE SECTION.                                                   sown00p
005500  FD  ACCTFILE.                                                   sown00p
005600  COPY CACCREC.                                                   sown00p
005700  FD  BANKUSR.                                                    sown00p
005800  COPY CUSRREC.                                                   sown00p
005900  FD  RPTFILE.                                                    sown00p
006000  01  RPT-LINE                  PIC X(80).                        sown00p
006100*                                                                 sown00p
006200  WORKING-STORAGE SECTION.                                        sown00p
006300  01  WS-MISC-STORAGE.                                            sown00p
006400      05  WS-PROGRAM-ID          PIC X(8)                         sown00p
006500          VALUE 'SOWN00P'.                                        sown00p
006600      05  WS-ACCTFILE-STATUS     PIC X(02).                       sown00p
006700      05  WS-BANKUSR-STATUS      PIC X(02).                       sown00p
006800      05  WS-ACCTFILE-SWITCH     PIC X(01).                       sown00p
006900          88  WS-ACCTFILE-EOF    VALUE 'Y'.                       sown00p
007000          88  WS-ACCTFILE-NOT-EOF VALUE 'N'.                      sown00p
007100      05  WS-STATUS-WORD         PIC X(06).                       sown00p
007200*                                                                 sown00p
007300***************************************************************** sown00p
007400* Run totals reported at the foot of the report.                * sown00p
007500***************************************************************** sown00p
007600  01  WS-RUN-TOTALS.                                              sown00p
007700      05  WS-TOTAL-ACC-READ      PIC 9(07) VALUE 0.               sown00p
007800      05  WS-TOTAL-OWNED         PIC 9(07) VALUE 0.               sown00p
007900      05  WS-TOTAL-NO-OWNER      PIC 9(07) VALUE 0.               sown00p
008000      05  WS-TOTAL-BALANCE       PIC S9(11)V99 COMP-3 VALUE 0.    sown00p
008100  01  WS-EDIT-FIELDS.                                             sown00p
008200      05  WS-EDIT-COUNT          PIC ZZZZZZ9.                     sown00p
008300      05  WS-EDIT-BALANCE        PIC -ZZZZZZ9.99.                 sown00p
008400      05  WS-EDIT-TOTAL          PIC -ZZZZZZZZZZ9.99.             sown00p
008500*                                                                 sown00p
008600  PROCEDURE DIVISION.                                             sown00p
008700***************************************************************** sown00p
008800* Read ACCTFILE once in account number order, looking up each   * sown00p
008900* account's owner on BANKUSR, then report the run totals.       * sown00p
009000***************************************************************** sown00p
009100  0000-MAINLINE.                                                  sown00p
009200      PERFORM 1000-INITIALISE THRU 1000-EXIT.                     sown00p
009300      PERFORM 2000-CHECK-ACCOUNT THRU 2000-EXIT                   sown00p
009400              UNTIL WS-ACCTFILE-EOF.                              sown00p
009500      PERFORM 4000-WRITE-TOTALS THRU 4000-EXIT.                   sown00p
009600      PERFORM 9000-TERMINATE THRU 9000-EXIT.                      sown00p
009700      IF WS-TOTAL-NO-OWNER IS GREATER THAN ZERO                   sown00p
009800         MOVE 4 TO RETURN-CODE                                    sown00p
009900      END-IF.                                                     sown00p
010000      STOP RUN.                                                   sown00p
010100*                                                                 sown00p
010200  1000-INITIALISE.                                                sown00p
010300      SET WS-ACCTFILE-NOT-EOF TO TRUE.                            sown00p
010400      OPEN INPUT ACCTFILE.                                        sown00p
010500      OPEN INPUT BANKUSR.                                         sown00p
010600      OPEN OUTPUT RPTFILE.                                        sown00p
010700      PERFORM 4100-WRITE-HEADINGS THRU 4100-EXIT.                 sown00p
010800  1000-EXIT.                                                      sown00p
010900      EXIT.                                                       sown00p
011000*                                                                 sown00p
011100***************************************************************** sown00p
011200* One account.  An owner found on BANKUSR is all that is wanted * sown00p
011300* of it; a missing one, or an account with no owner keyed at    * sown00p
011400* all, is reported.  Closed accounts are included - they should * sown00p
011500* be at zero, and the report shows whether they are.            * sown00p
011600***************************************************************** sown00p
011700  2000-CHECK-ACCOUNT.                                             sown00p
011800      READ ACCTFILE                                               sown00p
011900          AT END                                                  sown00p
012000              SET WS-ACCTFILE-EOF TO TRUE                         sown00p
012100              GO TO 2000-EXIT                                     sown00p
012200      END-READ.                                                   sown00p
012300      ADD 1 TO WS-TOTAL-ACC-READ.                                 sown00p
012400      IF ACC-SIGNON-ID IS EQUAL TO SPACES                         sown00p
012500         PERFORM 2100-REPORT-NO-OWNER THRU 2100-EXIT              sown00p
012600         GO TO 2000-EXIT                                          sown00p
012700      END-IF.                                                     sown00p
012800      MOVE ACC-SIGNON-ID TO USR-SIGNON-ID.                        sown00p
012900      READ BANKUSR                                                sown00p
013000          INVALID KEY                                             sown00p
013100              PERFORM 2100-REPORT-NO-OWNER THRU 2100-EXIT         sown00p
013200              GO TO 2000-EXIT                                     sown00p
013300      END-READ.                                                   sown00p
013400      ADD 1 TO WS-TOTAL-OWNED.                                    sown00p
013500  2000-EXIT.                                                      sown00p
013600      EXIT.                                                       sown00p
013700*                                                                 sown00p
013800***************************************************************** sown00p
013900* An account whose owner is not on BANKUSR, with its status and * sown00p
014000* balance.  The balances are totalled for the foot of the       * sown00p
014100* report.                                                       * sown00p
014200***************************************************************** sown00p
014300  2100-REPORT-NO-OWNER.                                           sown00p
014400      ADD 1 TO WS-TOTAL-NO-OWNER.                                 sown00p
014500      ADD ACC-BALANCE TO WS-TOTAL-BALANCE.                        sown00p
014600      EVALUATE TRUE                                               sown00p
014700        WHEN ACC-STATUS-FROZEN                                    sown00p
014800          MOVE 'FROZEN' TO WS-STATUS-WORD                         sown00p
014900        WHEN ACC-STATUS-CLOSED                                    sown00p
015000          MOVE 'CLOSED' TO WS-STATUS-WORD                         sown00p
015100        WHEN OTHER                                                sown00p
015200          MOVE 'OPEN' TO WS-STATUS-WORD                           sown00p
015300      END-EVALUATE.                                               sown00p
015400      MOVE ACC-BALANCE TO WS-EDIT-BALANCE.                        sown00p
015500      MOVE SPACES TO RPT-LINE.                                    sown00p
015600      STRING '  ' DELIMITED BY SIZE                               sown00p
015700             ACC-ACCOUNT-NO DELIMITED BY SIZE                     sown00p
015800             '  ' DELIMITED BY SIZE                               sown00p
015900             ACC-SIGNON-ID DELIMITED BY SIZE                      sown00p
016000             '  ' DELIMITED BY SIZE                               sown00p
016100             ACC-DESC DELIMITED BY SIZE                           sown00p
016200             '  ' DELIMITED BY SIZE                               sown00p
016300             WS-STATUS-WORD DELIMITED BY SIZE                     sown00p
016400             '  ' DELIMITED BY SIZE                               sown00p
016500             WS-EDIT-BALANCE DELIMITED BY SIZE                    sown00p
016600        INTO RPT-LINE.                                            sown00p
016700      WRITE RPT-LINE.                                             sown00p
016800  2100-EXIT.                                                      sown00p
016900      EXIT.                                                       sown00p
017000*                                                                 sown00p
017100  4000-WRITE-TOTALS.                                              sown00p
017200      MOVE SPACES TO RPT-LINE.                                    sown00p
017300      WRITE RPT-LINE.                                             sown00p
017400      MOVE WS-TOTAL-ACC-READ TO WS-EDIT-COUNT.                    sown00p
017500      MOVE SPACES TO RPT-LINE.                                    sown00p
017600      STRING 'ACCTFILE RECORDS : ' DELIMITED BY SIZE              sown00p
017700             WS-EDIT-COUNT DELIMITED BY SIZE                      sown00p
017800        INTO RPT-LINE.                                            sown00p
017900      WRITE RPT-LINE.                                             sown00p
018000      MOVE WS-TOTAL-OWNED TO WS-EDIT-COUNT.                       sown00p
018100      MOVE SPACES TO RPT-LINE.                                    sown00p
018200      STRING 'OWNER ON BANKUSR : ' DELIMITED BY SIZE              sown00p
018300             WS-EDIT-COUNT DELIMITED BY SIZE                      sown00p
018400        INTO RPT-LINE.                                            sown00p
018500      WRITE RPT-LINE.                                             sown00p
018600      MOVE WS-TOTAL-NO-OWNER TO WS-EDIT-COUNT.                    sown00p
018700      MOVE SPACES TO RPT-LINE.                                    sown00p
018800      STRING 'NO OWNER         : ' DELIMITED BY SIZE              sown00p
018900             WS-EDIT-COUNT DELIMITED BY SIZE                      sown00p
019000        INTO RPT-LINE.                                            sown00p
019100      WRITE RPT-LINE.                                             sown00p
019200      MOVE WS-TOTAL-BALANCE TO WS-EDIT-TOTAL.                     sown00p
019300      MOVE SPACES TO RPT-LINE.                                    sown00p
019400      STRING 'NO OWNER BALANCE : ' DELIMITED BY SIZE              sown00p
019500             WS-EDIT-TOTAL DELIMITED BY SIZE                      sown00p
019600        INTO RPT-LINE.                                            sown00p
019700      WRITE RPT-LINE.                                             sown00p
019800  4000-EXIT.                                                      sown00p
019900      EXIT.                                                       sown00p
020000*                                                                 sown00p
020100  4100-WRITE-HEADINGS.                                            sown00p
020200      MOVE SPACES TO RPT-LINE.                                    sown00p
020300      STRING 'ACCOUNTS WITH NO OWNER ON BANKUSR' DELIMITED BY SIZEsown00p
020400        INTO RPT-LINE.                                            sown00p
020500      WRITE RPT-LINE.                                             sown00p
020600      MOVE SPACES TO RPT-LINE.                                    sown00p
020700      WRITE RPT-LINE.                                             sown00p
020800      MOVE SPACES TO RPT-LINE.                                    sown00p
020900      STRING '  ACCOUNT   OWNER     DESCRIPTION           '       sown00p
021000             DELIMITED BY SIZE                                    sown00p
021100             'STATUS      BALANCE' DELIMITED BY SIZE              sown00p
021200        INTO RPT-LINE.                                            sown00p
021300      WRITE RPT-LINE.                                             sown00p
021400  4100-EXIT.                                                      sown00p
021500      EXIT.                                                       sown00p
021600*                                                                 sown00p
021700  9000-TERMINATE.                                                 sown00p
021800      CLOSE ACCTFILE.                                             sown00p
021900      CLOSE BANKUSR.                                              sown00p
022000      CLOSE RPTFILE.                                              sown00p
022100  9000-EXIT.                                                      sown00p
022200      EXIT.                                                       sown00p
022300*                                                                 sown00p
022400* $ Version 1.00 sequenced on Thursday 15 Oct 2026 at 1:00pm      sown00p
