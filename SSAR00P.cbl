000100***************************************************************** ssar00p
000200*                                                               * ssar00p
000300*   Copyright (C) 1998-2015 Micro Focus. All Rights Reserved.   * ssar00p
000400*   This demonstration program is provided for use by users     * ssar00p
000500*   of Micro Focus products and may be used, modified and       * ssar00p
000600*   distributed as part of your application provided that       * ssar00p
000700*   you properly acknowledge the copyright of Micro Focus       * ssar00p
000800*   in this material.                                           * ssar00p
000900*                                                               * ssar00p
001000***************************************************************** ssar00p
001100*                                                                 ssar00p
001200***************************************************************** ssar00p
001300* Program:     SSAR00P.CBL (Batch Version)                      * ssar00p
001400* Layer:       Reporting                                        * ssar00p
001500* Function:    End-of-day suspicious activity report for the    * ssar00p
001600*              fraud team.  Reads the three audit trails        * ssar00p
001700*              together - the TRNJRNL posting journal, the      * ssar00p
001800*              TRCFILE signon trail and the SECJRNL security    * ssar00p
001900*              journal - and lists every userid that moved      * ssar00p
002000*              money today in one of these circumstances:       * ssar00p
002100*                                                               * ssar00p
002200*              - a transfer shortly after a burst of failed     * ssar00p
002300*                signons on the userid, or a lockout;           * ssar00p
002400*              - a transfer shortly after an administrator      * ssar00p
002500*                reset the userid's password or unlocked it;    * ssar00p
002600*              - a transfer shortly after the userid's first    * ssar00p
002700*                signon on TRCFILE;                             * ssar00p
002800*              - the day's transfers by the userid together     * ssar00p
002900*                exceeding the daily limit.                     * ssar00p
003000*                                                               * ssar00p
003100*              Each userid reported shows the day's transfers,  * ssar00p
003200*              its signon events and the admin changes made to  * ssar00p
003300*              it side by side.  The windows, the burst size    * ssar00p
003400*              and the daily limit are read from CNTLFILE (the  * ssar00p
003500*              SARFCNT, SARFWIN, SARAWIN, SARNWIN and SARAMT    * ssar00p
003600*              keys) and otherwise take the compiled defaults.  * ssar00p
003700*              Return code 4 when any userid is reported.       * ssar00p
003800***************************************************************** ssar00p
003900*                                                                 ssar00p
004000  IDENTIFICATION DIVISION.                                        ssar00p
004100  PROGRAM-ID.                                                     ssar00p
004200      SSAR00P.                                                    ssar00p
004300  DATE-WRITTEN.                                                   ssar00p
004400      October 2026.                                               ssar00p
004500  DATE-COMPILED.                                                  ssar00p
004600      Today.                                                      ssar00p
004700*                                                                 ssar00p
004800  ENVIRONMENT DIVISION.                                           ssar00p
004900  INPUT-OUTPUT SECTION.                                           ssar00p
005000  FILE-CONTROL.                                                   ssar00p
005100      SELECT TRNJRNL ASSIGN TO TRNJRNL                            ssar00p
005200          ORGANIZATION IS INDEXED                                 ssar00p
005300          ACCESS MODE IS SEQUENTIAL                               ssar00p
005400          RECORD KEY IS TRN-SEQ                                   ssar00p
005500          FILE STATUS IS WS-TRNJRNL-STATUS.                       ssar00p
005600      SELECT TRCFILE ASSIGN TO TRCFILE                            ssar00p
005700          ORGANIZATION IS SEQUENTIAL.                             ssar00p
005800      SELECT SECJRNL ASSIGN TO SECJRNL                            ssar00p
005900          ORGANIZATION IS SEQUENTIAL.                             ssar00p
006000      SELECT OPTIONAL CNTLFILE ASSIGN TO CNTLFILE                 ssar00p
006100          ORGANIZATION IS INDEXED                                 ssar00p
006200          ACCESS MODE IS RANDOM                                   ssar00p
006300          RECORD KEY IS CTL-KEY                                   ssar00p
006400          FILE STATUS IS WS-CNTLFILE-STATUS.                      ssar00p
006500      SELECT RPTFILE ASSIGN TO RPTFILE                            ssar00p
006600          ORGANIZATION IS LINE SEQUENTIAL.                        ssar00p
006700*                                                                 ssar00p
006800  DATA DIVISION.                                                  ssar00p
006900  FILE SECTION.                                                   ssar00p
007000  FD  TRNJRNL.                                                    ssar00p
007100  COPY CTRNREC.                                                   ssar00p
007200  FD  TRCFILE.                                                    ssar00p
007300  COPY CTRCREC.                                                   ssar00p
007400  FD  SECJRNL.                                                    ssar00p
007500  COPY CSECREC.                                                   ssar00p
007600  FD  CNTLFILE.                                                   ssar00p
007700  COPY CCTLREC.                                                   ssar00p
007800  FD  RPTFILE.                                                    ssar00p
007900  01  RPT-LINE                  PIC X(80).                        ssar00p
008000*                                                                 ssar00p
008100  WORKING-STORAGE SECTION.                                        ssar00p
008200  01  WS-MISC-STORAGE.                                            ssar00p
008300      05  WS-PROGRAM-ID          PIC X(8)                         ssar00p
008400          VALUE 'SSAR00P'.                                        ssar00p
008500      05  WS-TRNJRNL-STATUS      PIC X(02).                       ssar00p
008600      05  WS-CNTLFILE-STATUS     PIC X(02).                       ssar00p
008700      05  WS-TRNJRNL-SWITCH      PIC X(01).                       ssar00p
008800          88  WS-TRNJRNL-EOF     VALUE 'Y'.                       ssar00p
008900          88  WS-TRNJRNL-NOT-EOF VALUE 'N'.                       ssar00p
009000      05  WS-TRCFILE-SWITCH      PIC X(01).                       ssar00p
009100          88  WS-TRCFILE-EOF     VALUE 'Y'.                       ssar00p
009200          88  WS-TRCFILE-NOT-EOF VALUE 'N'.                       ssar00p
009300      05  WS-SECJRNL-SWITCH      PIC X(01).                       ssar00p
009400          88  WS-SECJRNL-EOF     VALUE 'Y'.                       ssar00p
009500          88  WS-SECJRNL-NOT-EOF VALUE 'N'.                       ssar00p
009600* The run's own date in the same 0CYYDDD layout the online        ssar00p
009700* programs stamp from EIBDATE.  It is the business date whose     ssar00p
009800* transfers are examined.                                         ssar00p
009900      05  WS-ACCEPT-DAY          PIC 9(07).                       ssar00p
010000      05  WS-RUN-DATE-J          PIC 9(07).                       ssar00p
010100*                                                                 ssar00p
010200***************************************************************** ssar00p
010300* What makes a transfer suspicious.  The CNTLFILE records named * ssar00p
010400* against each item override the compiled defaults at run time. * ssar00p
010500* Windows are in minutes and may not exceed a day.              * ssar00p
010600***************************************************************** ssar00p
010700  01  WS-TUNING.                                                  ssar00p
010800* SARFCNT - failed signons inside the window that make a burst    ssar00p
010900      05  WS-FAIL-COUNT-MIN      PIC 9(04) VALUE 3.               ssar00p
011000* SARFWIN - minutes after failed signons or a lockout             ssar00p
011100      05  WS-FAIL-WINDOW-MINS    PIC 9(04) VALUE 60.              ssar00p
011200* SARAWIN - minutes after an admin password reset or unlock       ssar00p
011300      05  WS-ADMIN-WINDOW-MINS   PIC 9(04) VALUE 240.             ssar00p
011400* SARNWIN - minutes after the userid's first signon               ssar00p
011500      05  WS-NEW-WINDOW-MINS     PIC 9(04) VALUE 120.             ssar00p
011600* SARAMT  - the day's transfers by one userid, in whole pounds    ssar00p
011700      05  WS-LIMIT-AMOUNT        PIC 9(07) VALUE 5000.            ssar00p
011800      05  WS-FAIL-WINDOW-SECS    PIC 9(07).                       ssar00p
011900      05  WS-ADMIN-WINDOW-SECS   PIC 9(07).                       ssar00p
012000      05  WS-NEW-WINDOW-SECS     PIC 9(07).                       ssar00p
012100*                                                                 ssar00p
012200***************************************************************** ssar00p
012300* Events and transfers are placed on one time line, counted in  * ssar00p
012400* seconds from a whole day number, so a window that opens late  * ssar00p
012500* one evening still catches a transfer just after midnight.     * ssar00p
012600* The day number counts the leap days before the year by the    * ssar00p
012700* full Gregorian rule, so 31 December runs into 1 January.      * ssar00p
012800***************************************************************** ssar00p
012900  01  WS-DAY-NUMBER-WORK.                                         ssar00p
013000      05  WS-DATE-9              PIC 9(07).                       ssar00p
013100      05  WS-DATE-9-R REDEFINES WS-DATE-9.                        ssar00p
013200          10  FILLER             PIC 9(01).                       ssar00p
013300          10  WS-DATE-CENTURY    PIC 9(01).                       ssar00p
013400          10  WS-DATE-YY         PIC 9(02).                       ssar00p
013500          10  WS-DATE-DDD        PIC 9(03).                       ssar00p
013600      05  WS-FULL-YEAR           PIC 9(04).                       ssar00p
013700      05  WS-LEAP-DAYS           PIC 9(04).                       ssar00p
013725      05  WS-PRIOR-YEAR          PIC 9(04).                       ssar00p
013750      05  WS-LEAP-100            PIC 9(04).                       ssar00p
013775      05  WS-LEAP-400            PIC 9(04).                       ssar00p
013800      05  WS-DAY-NUMBER          PIC 9(08).                       ssar00p
013900      05  WS-TIME-9              PIC 9(07).                       ssar00p
014000      05  WS-TIME-9-R REDEFINES WS-TIME-9.                        ssar00p
014100          10  FILLER             PIC 9(01).                       ssar00p
014200          10  WS-TIME-HH         PIC 9(02).                       ssar00p
014300          10  WS-TIME-MM         PIC 9(02).                       ssar00p
014400          10  WS-TIME-SS         PIC 9(02).                       ssar00p
014500      05  WS-TIME-TEXT           PIC X(08).                       ssar00p
014600      05  WS-MOMENT-SECS         PIC 9(11).                       ssar00p
014700*                                                                 ssar00p
014800***************************************************************** ssar00p
014900* The event being matched against the day's transfers.          * ssar00p
015000***************************************************************** ssar00p
015100  01  WS-EVENT-WORK.                                              ssar00p
015200      05  WS-EVENT-USERID        PIC X(08).                       ssar00p
015300      05  WS-EVENT-SECS          PIC 9(11).                       ssar00p
015400      05  WS-EVENT-KIND          PIC X(01).                       ssar00p
015500          88  WS-EVENT-FAILED    VALUE 'F'.                       ssar00p
015600          88  WS-EVENT-LOCKOUT   VALUE 'L'.                       ssar00p
015700          88  WS-EVENT-NEW       VALUE 'N'.                       ssar00p
015800          88  WS-EVENT-ADMIN     VALUE 'A'.                       ssar00p
015900      05  WS-EVENT-WINDOW-SECS   PIC 9(07).                       ssar00p
016000      05  WS-EVENT-GAP           PIC 9(11).                       ssar00p
016100      05  WS-EVENT-MARK          PIC X(01).                       ssar00p
016200      05  WS-EVENT-WORD          PIC X(10).                       ssar00p
016300      05  WS-WINDOW-SWITCH       PIC X(01).                       ssar00p
016400          88  WS-IN-WINDOW       VALUE 'Y'.                       ssar00p
016500          88  WS-NOT-IN-WINDOW   VALUE 'N'.                       ssar00p
016600*                                                                 ssar00p
016700***************************************************************** ssar00p
016800* One entry for each userid that made a transfer today, with    * ssar00p
016900* the reasons it is to be reported.                             * ssar00p
017000***************************************************************** ssar00p
017100  01  WS-USER-TABLE.                                              ssar00p
017200      05  WS-USR-COUNT           PIC 9(03) VALUE 0.               ssar00p
017300      05  WS-USER-ENTRY OCCURS 500 TIMES.                         ssar00p
017400          10  WS-USR-ID          PIC X(08).                       ssar00p
017500          10  WS-USR-XFR-COUNT   PIC 9(04).                       ssar00p
017600          10  WS-USR-TOTAL       PIC S9(09)V99 COMP-3.            ssar00p
017700          10  WS-USR-SIGNON-SEEN PIC X(01).                       ssar00p
017800          10  WS-USR-BURST       PIC X(01).                       ssar00p
017900          10  WS-USR-ADMIN       PIC X(01).                       ssar00p
018000          10  WS-USR-NEW         PIC X(01).                       ssar00p
018100          10  WS-USR-LIMIT       PIC X(01).                       ssar00p
018200          10  WS-USR-REPORT      PIC X(01).                       ssar00p
018300  01  WS-USR-IX                  PIC 9(03).                       ssar00p
018400  01  WS-USR-SWITCH              PIC X(01).                       ssar00p
018500      88  WS-USR-FOUND           VALUE 'Y'.                       ssar00p
018600      88  WS-USR-NOT-FOUND       VALUE 'N'.                       ssar00p
018700*                                                                 ssar00p
018800***************************************************************** ssar00p
018900* The day's transfers, one entry for the debit side of each,    * ssar00p
019000* with what the events found in the windows before it.          * ssar00p
019100***************************************************************** ssar00p
019200  01  WS-TRANSFER-TABLE.                                          ssar00p
019300      05  WS-XFR-COUNT           PIC 9(04) VALUE 0.               ssar00p
019400      05  WS-TRANSFER-ENTRY OCCURS 2000 TIMES.                    ssar00p
019500          10  WS-XFR-USERID      PIC X(08).                       ssar00p
019600          10  WS-XFR-TIME        PIC 9(07).                       ssar00p
019700          10  WS-XFR-SECS        PIC 9(11).                       ssar00p
019800          10  WS-XFR-ACCOUNT     PIC X(08).                       ssar00p
019900          10  WS-XFR-AMOUNT      PIC S9(07)V99 COMP-3.            ssar00p
020000          10  WS-XFR-FAILS       PIC 9(04).                       ssar00p
020100          10  WS-XFR-LOCKOUT     PIC X(01).                       ssar00p
020200          10  WS-XFR-ADMIN       PIC X(01).                       ssar00p
020300          10  WS-XFR-NEW         PIC X(01).                       ssar00p
020400          10  WS-XFR-MARK        PIC X(01).                       ssar00p
020500  01  WS-XFR-IX                  PIC 9(04).                       ssar00p
020600*                                                                 ssar00p
020700***************************************************************** ssar00p
020800* Signon events (source T) and admin changes (source S) that    * ssar00p
020900* fell inside a window before one of the userid's transfers,    * ssar00p
021000* ready formatted for their column of the report.               * ssar00p
021100***************************************************************** ssar00p
021200  01  WS-EVENT-TABLE.                                             ssar00p
021300      05  WS-EVT-COUNT           PIC 9(04) VALUE 0.               ssar00p
021400      05  WS-EVENT-ENTRY OCCURS 2000 TIMES.                       ssar00p
021500          10  WS-EVT-USERID      PIC X(08).                       ssar00p
021600          10  WS-EVT-SOURCE      PIC X(01).                       ssar00p
021700          10  WS-EVT-TEXT        PIC X(25).                       ssar00p
021800  01  WS-EVT-IX                  PIC 9(04).                       ssar00p
021900*                                                                 ssar00p
022000  01  WS-SORT-WORK.                                               ssar00p
022100      05  WS-SRT-I               PIC 9(03).                       ssar00p
022200      05  WS-SRT-J               PIC 9(03).                       ssar00p
022300      05  WS-SRT-START           PIC 9(03).                       ssar00p
022400      05  WS-SRT-MIN             PIC 9(03).                       ssar00p
022500      05  WS-SRT-LIMIT           PIC 9(03).                       ssar00p
022600      05  WS-SRT-HOLD            PIC X(24).                       ssar00p
022700*                                                                 ssar00p
022800***************************************************************** ssar00p
022900* Cursors down the three columns of one userid's section, and   * ssar00p
023000* the pieces of the line being built.                           * ssar00p
023100***************************************************************** ssar00p
023200  01  WS-PRINT-WORK.                                              ssar00p
023300      05  WS-PRT-XFR             PIC 9(04).                       ssar00p
023400      05  WS-PRT-TRC             PIC 9(04).                       ssar00p
023500      05  WS-PRT-SEC             PIC 9(04).                       ssar00p
023600      05  WS-PRT-SOURCE          PIC X(01).                       ssar00p
023700      05  WS-FIND-SWITCH         PIC X(01).                       ssar00p
023800          88  WS-FIND-HIT        VALUE 'Y'.                       ssar00p
023900          88  WS-FIND-MISS       VALUE 'N'.                       ssar00p
024000      05  WS-PRT-SWITCH          PIC X(01).                       ssar00p
024100          88  WS-PRT-DONE        VALUE 'Y'.                       ssar00p
024200          88  WS-PRT-NOT-DONE    VALUE 'N'.                       ssar00p
024300      05  WS-COL-XFR             PIC X(29).                       ssar00p
024400      05  WS-COL-TRC             PIC X(20).                       ssar00p
024500      05  WS-COL-SEC             PIC X(25).                       ssar00p
024600*                                                                 ssar00p
024700***************************************************************** ssar00p
024800* Run totals reported at the foot of the report.                * ssar00p
024900***************************************************************** ssar00p
025000  01  WS-RUN-TOTALS.                                              ssar00p
025100      05  WS-TOTAL-POSTINGS      PIC 9(07) VALUE 0.               ssar00p
025200      05  WS-TOTAL-TRANSFERS     PIC 9(07) VALUE 0.               ssar00p
025300      05  WS-TOTAL-TRC-READ      PIC 9(07) VALUE 0.               ssar00p
025400      05  WS-TOTAL-SEC-READ      PIC 9(07) VALUE 0.               ssar00p
025500      05  WS-TOTAL-REPORTED      PIC 9(07) VALUE 0.               ssar00p
025600      05  WS-TOTAL-OVERFLOW      PIC 9(07) VALUE 0.               ssar00p
025700  01  WS-EDIT-FIELDS.                                             ssar00p
025800      05  WS-EDIT-COUNT          PIC ZZZZZZ9.                     ssar00p
025900      05  WS-EDIT-MINS           PIC ZZZ9.                        ssar00p
026000      05  WS-EDIT-XFR-AMOUNT     PIC ZZZZZZ9.99.                  ssar00p
026100      05  WS-EDIT-TOTAL          PIC ZZZZZZZZ9.99.                ssar00p
026200      05  WS-EDIT-LIMIT          PIC ZZZZZZ9.                     ssar00p
026300*                                                                 ssar00p
026400  PROCEDURE DIVISION.                                             ssar00p
026500***************************************************************** ssar00p
026600* Load the day's transfers, pass each audit trail across them   * ssar00p
026700* once, decide which userids to report, then print them.        * ssar00p
026800***************************************************************** ssar00p
026900  0000-MAINLINE.                                                  ssar00p
027000      PERFORM 1000-INITIALISE THRU 1000-EXIT.                     ssar00p
027100      PERFORM 2000-LOAD-TRANSFERS THRU 2000-EXIT                  ssar00p
027200              UNTIL WS-TRNJRNL-EOF.                               ssar00p
027300      PERFORM 3000-SCAN-TRCFILE THRU 3000-EXIT                    ssar00p
027400              UNTIL WS-TRCFILE-EOF.                               ssar00p
027500      PERFORM 4000-SCAN-SECJRNL THRU 4000-EXIT                    ssar00p
027600              UNTIL WS-SECJRNL-EOF.                               ssar00p
027700      PERFORM 5000-MARK-TRANSFER THRU 5000-EXIT                   ssar00p
027800              VARYING WS-XFR-IX FROM 1 BY 1                       ssar00p
027900              UNTIL WS-XFR-IX IS GREATER THAN WS-XFR-COUNT.       ssar00p
028000      PERFORM 5500-CHECK-USER THRU 5500-EXIT                      ssar00p
028100              VARYING WS-USR-IX FROM 1 BY 1                       ssar00p
028200              UNTIL WS-USR-IX IS GREATER THAN WS-USR-COUNT.       ssar00p
028300      PERFORM 6000-SORT-USERS THRU 6000-EXIT.                     ssar00p
028400      PERFORM 7000-WRITE-REPORT THRU 7000-EXIT.                   ssar00p
028500      PERFORM 9000-TERMINATE THRU 9000-EXIT.                      ssar00p
028600      STOP RUN.                                                   ssar00p
028700*                                                                 ssar00p
028800  1000-INITIALISE.                                                ssar00p
028900      SET WS-TRNJRNL-NOT-EOF TO TRUE.                             ssar00p
029000      SET WS-TRCFILE-NOT-EOF TO TRUE.                             ssar00p
029100      SET WS-SECJRNL-NOT-EOF TO TRUE.                             ssar00p
029200      ACCEPT WS-ACCEPT-DAY FROM DAY YYYYDDD.                      ssar00p
029300      COMPUTE WS-RUN-DATE-J = WS-ACCEPT-DAY - 1900000.            ssar00p
029400      PERFORM 1200-READ-TUNING THRU 1200-EXIT.                    ssar00p
029500      COMPUTE WS-FAIL-WINDOW-SECS = WS-FAIL-WINDOW-MINS * 60.     ssar00p
029600      COMPUTE WS-ADMIN-WINDOW-SECS = WS-ADMIN-WINDOW-MINS * 60.   ssar00p
029700      COMPUTE WS-NEW-WINDOW-SECS = WS-NEW-WINDOW-MINS * 60.       ssar00p
029800      OPEN INPUT TRNJRNL.                                         ssar00p
029900      OPEN INPUT TRCFILE.                                         ssar00p
030000      OPEN INPUT SECJRNL.                                         ssar00p
030100      OPEN OUTPUT RPTFILE.                                        ssar00p
030200  1000-EXIT.                                                      ssar00p
030300      EXIT.                                                       ssar00p
030400*                                                                 ssar00p
030500***************************************************************** ssar00p
030600* Retune the rules from CNTLFILE without a recompile; a missing * ssar00p
030700* file or record, or a value out of range, keeps the default.   * ssar00p
030800***************************************************************** ssar00p
030900  1200-READ-TUNING.                                               ssar00p
031000      OPEN INPUT CNTLFILE.                                        ssar00p
031100      MOVE 'SARFCNT' TO CTL-KEY.                                  ssar00p
031200      PERFORM 1210-READ-CNTL THRU 1210-EXIT.                      ssar00p
031300      IF CTL-VALUE IS NUMERIC                                     ssar00p
031400         AND CTL-VALUE IS GREATER THAN ZERO                       ssar00p
031500         AND CTL-VALUE IS NOT GREATER THAN 9999                   ssar00p
031600         MOVE CTL-VALUE TO WS-FAIL-COUNT-MIN                      ssar00p
031700      END-IF.                                                     ssar00p
031800      MOVE 'SARFWIN' TO CTL-KEY.                                  ssar00p
031900      PERFORM 1210-READ-CNTL THRU 1210-EXIT.                      ssar00p
032000      IF CTL-VALUE IS NUMERIC                                     ssar00p
032100         AND CTL-VALUE IS GREATER THAN ZERO                       ssar00p
032200         AND CTL-VALUE IS NOT GREATER THAN 1440                   ssar00p
032300         MOVE CTL-VALUE TO WS-FAIL-WINDOW-MINS                    ssar00p
032400      END-IF.                                                     ssar00p
032500      MOVE 'SARAWIN' TO CTL-KEY.                                  ssar00p
032600      PERFORM 1210-READ-CNTL THRU 1210-EXIT.                      ssar00p
032700      IF CTL-VALUE IS NUMERIC                                     ssar00p
032800         AND CTL-VALUE IS GREATER THAN ZERO                       ssar00p
032900         AND CTL-VALUE IS NOT GREATER THAN 1440                   ssar00p
033000         MOVE CTL-VALUE TO WS-ADMIN-WINDOW-MINS                   ssar00p
033100      END-IF.                                                     ssar00p
033200      MOVE 'SARNWIN' TO CTL-KEY.                                  ssar00p
033300      PERFORM 1210-READ-CNTL THRU 1210-EXIT.                      ssar00p
033400      IF CTL-VALUE IS NUMERIC                                     ssar00p
033500         AND CTL-VALUE IS GREATER THAN ZERO                       ssar00p
033600         AND CTL-VALUE IS NOT GREATER THAN 1440                   ssar00p
033700         MOVE CTL-VALUE TO WS-NEW-WINDOW-MINS                     ssar00p
033800      END-IF.                                                     ssar00p
033900      MOVE 'SARAMT' TO CTL-KEY.                                   ssar00p
034000      PERFORM 1210-READ-CNTL THRU 1210-EXIT.                      ssar00p
034100      IF CTL-VALUE IS NUMERIC                                     ssar00p
034200         AND CTL-VALUE IS GREATER THAN ZERO                       ssar00p
034300         MOVE CTL-VALUE TO WS-LIMIT-AMOUNT                        ssar00p
034400      END-IF.                                                     ssar00p
034500      CLOSE CNTLFILE.                                             ssar00p
034600  1200-EXIT.                                                      ssar00p
034700      EXIT.                                                       ssar00p
034800*                                                                 ssar00p
034900  1210-READ-CNTL.                                                 ssar00p
035000      READ CNTLFILE                                               ssar00p
035100          INVALID KEY                                             ssar00p
035200              MOVE SPACES TO CTL-RECORD                           ssar00p
035300      END-READ.                                                   ssar00p
035400  1210-EXIT.                                                      ssar00p
035500      EXIT.                                                       ssar00p
035600*                                                                 ssar00p
035700***************************************************************** ssar00p
035800* Every debit posted today is one transfer (its credit is the   * ssar00p
035900* other side of the same movement), made by TRN-SIGNON-ID.  The * ssar00p
036000* control record and credits are passed over.                   * ssar00p
036100***************************************************************** ssar00p
036200  2000-LOAD-TRANSFERS.                                            ssar00p
036300      READ TRNJRNL NEXT RECORD                                    ssar00p
036400          AT END                                                  ssar00p
036500              SET WS-TRNJRNL-EOF TO TRUE                          ssar00p
036600              GO TO 2000-EXIT                                     ssar00p
036700      END-READ.                                                   ssar00p
036800      IF TRN-SIDE-CONTROL                                         ssar00p
036900         GO TO 2000-EXIT                                          ssar00p
037000      END-IF.                                                     ssar00p
037100      ADD 1 TO WS-TOTAL-POSTINGS.                                 ssar00p
037200      IF NOT TRN-SIDE-DEBIT                                       ssar00p
037300         OR TRN-DATE IS NOT EQUAL TO WS-RUN-DATE-J                ssar00p
037400         OR TRN-TIME IS NOT NUMERIC                               ssar00p
037500         OR TRN-AMOUNT IS NOT NUMERIC                             ssar00p
037600         GO TO 2000-EXIT                                          ssar00p
037700      END-IF.                                                     ssar00p
037800      ADD 1 TO WS-TOTAL-TRANSFERS.                                ssar00p
037900      IF WS-XFR-COUNT IS EQUAL TO 2000                            ssar00p
038000         ADD 1 TO WS-TOTAL-OVERFLOW                               ssar00p
038100         GO TO 2000-EXIT                                          ssar00p
038200      END-IF.                                                     ssar00p
038300      MOVE TRN-SIGNON-ID TO WS-EVENT-USERID.                      ssar00p
038400      PERFORM 2100-FIND-USER THRU 2100-EXIT.                      ssar00p
038500      IF WS-USR-NOT-FOUND                                         ssar00p
038600         IF WS-USR-COUNT IS EQUAL TO 500                          ssar00p
038700            ADD 1 TO WS-TOTAL-OVERFLOW                            ssar00p
038800            GO TO 2000-EXIT                                       ssar00p
038900         END-IF                                                   ssar00p
039000         ADD 1 TO WS-USR-COUNT                                    ssar00p
039100         MOVE WS-USR-COUNT TO WS-USR-IX                           ssar00p
039200         MOVE SPACES TO WS-USER-ENTRY (WS-USR-IX)                 ssar00p
039300         MOVE TRN-SIGNON-ID TO WS-USR-ID (WS-USR-IX)              ssar00p
039400         MOVE ZERO TO WS-USR-XFR-COUNT (WS-USR-IX)                ssar00p
039500         MOVE ZERO TO WS-USR-TOTAL (WS-USR-IX)                    ssar00p
039600      END-IF.                                                     ssar00p
039700      ADD 1 TO WS-USR-XFR-COUNT (WS-USR-IX).                      ssar00p
039800      ADD TRN-AMOUNT TO WS-USR-TOTAL (WS-USR-IX).                 ssar00p
039900      MOVE TRN-DATE TO WS-DATE-9.                                 ssar00p
040000      MOVE TRN-TIME TO WS-TIME-9.                                 ssar00p
040100      PERFORM 8000-MOMENT THRU 8000-EXIT.                         ssar00p
040200      ADD 1 TO WS-XFR-COUNT.                                      ssar00p
040300      MOVE WS-XFR-COUNT TO WS-XFR-IX.                             ssar00p
040400      MOVE SPACES TO WS-TRANSFER-ENTRY (WS-XFR-IX).               ssar00p
040500      MOVE TRN-SIGNON-ID TO WS-XFR-USERID (WS-XFR-IX).            ssar00p
040600      MOVE TRN-TIME TO WS-XFR-TIME (WS-XFR-IX).                   ssar00p
040700      MOVE WS-MOMENT-SECS TO WS-XFR-SECS (WS-XFR-IX).             ssar00p
040800      MOVE TRN-ACCOUNT TO WS-XFR-ACCOUNT (WS-XFR-IX).             ssar00p
040900      MOVE TRN-AMOUNT TO WS-XFR-AMOUNT (WS-XFR-IX).               ssar00p
041000      MOVE ZERO TO WS-XFR-FAILS (WS-XFR-IX).                      ssar00p
041100  2000-EXIT.                                                      ssar00p
041200      EXIT.                                                       ssar00p
041300*                                                                 ssar00p
041400***************************************************************** ssar00p
041500* Look WS-EVENT-USERID up in the userid table.  Sets WS-USR-IX  * ssar00p
041600* to its entry when found.                                      * ssar00p
041700***************************************************************** ssar00p
041800  2100-FIND-USER.                                                 ssar00p
041900      SET WS-USR-NOT-FOUND TO TRUE.                               ssar00p
042000      PERFORM 2110-TEST-USER THRU 2110-EXIT                       ssar00p
042100              VARYING WS-USR-IX FROM 1 BY 1                       ssar00p
042200              UNTIL WS-USR-FOUND                                  ssar00p
042300                 OR WS-USR-IX IS GREATER THAN WS-USR-COUNT.       ssar00p
042400      IF WS-USR-FOUND                                             ssar00p
042500         SUBTRACT 1 FROM WS-USR-IX                                ssar00p
042600      END-IF.                                                     ssar00p
042700  2100-EXIT.                                                      ssar00p
042800      EXIT.                                                       ssar00p
042900*                                                                 ssar00p
043000  2110-TEST-USER.                                                 ssar00p
043100      IF WS-USR-ID (WS-USR-IX) IS EQUAL TO WS-EVENT-USERID        ssar00p
043200         SET WS-USR-FOUND TO TRUE                                 ssar00p
043300      END-IF.                                                     ssar00p
043400  2110-EXIT.                                                      ssar00p
043500      EXIT.                                                       ssar00p
043600*                                                                 ssar00p
043700***************************************************************** ssar00p
043800* One TRCFILE signon attempt.  Only userids that moved money    * ssar00p
043900* today matter.  A failure or lockout is matched against their  * ssar00p
044000* transfers; so is the first successful signon the trail holds  * ssar00p
044100* for the userid, its first-ever signon as far as the retained  * ssar00p
044200* trail goes.                                                   * ssar00p
044300***************************************************************** ssar00p
044400  3000-SCAN-TRCFILE.                                              ssar00p
044500      READ TRCFILE                                                ssar00p
044600          AT END                                                  ssar00p
044700              SET WS-TRCFILE-EOF TO TRUE                          ssar00p
044800              GO TO 3000-EXIT                                     ssar00p
044900      END-READ.                                                   ssar00p
045000      ADD 1 TO WS-TOTAL-TRC-READ.                                 ssar00p
045100      MOVE TRC-SIGNON-ID TO WS-EVENT-USERID.                      ssar00p
045200      PERFORM 2100-FIND-USER THRU 2100-EXIT.                      ssar00p
045300      IF WS-USR-NOT-FOUND                                         ssar00p
045400         OR TRC-DATE IS NOT NUMERIC                               ssar00p
045500         OR TRC-TIME IS NOT NUMERIC                               ssar00p
045600         GO TO 3000-EXIT                                          ssar00p
045700      END-IF.                                                     ssar00p
045800      EVALUATE TRUE                                               ssar00p
045900        WHEN TRC-LOCKOUT                                          ssar00p
046000          SET WS-EVENT-LOCKOUT TO TRUE                            ssar00p
046100          MOVE 'LOCKOUT' TO WS-EVENT-WORD                         ssar00p
046200          MOVE WS-FAIL-WINDOW-SECS TO WS-EVENT-WINDOW-SECS        ssar00p
046300        WHEN TRC-FAILURE                                          ssar00p
046400          SET WS-EVENT-FAILED TO TRUE                             ssar00p
046500          MOVE 'FAILED' TO WS-EVENT-WORD                          ssar00p
046600          MOVE WS-FAIL-WINDOW-SECS TO WS-EVENT-WINDOW-SECS        ssar00p
046700        WHEN TRC-SUCCESS                                          ssar00p
046800          IF WS-USR-SIGNON-SEEN (WS-USR-IX) IS EQUAL TO 'Y'       ssar00p
046900             GO TO 3000-EXIT                                      ssar00p
047000          END-IF                                                  ssar00p
047100          MOVE 'Y' TO WS-USR-SIGNON-SEEN (WS-USR-IX)              ssar00p
047200          SET WS-EVENT-NEW TO TRUE                                ssar00p
047300          MOVE '1ST SIGNON' TO WS-EVENT-WORD                      ssar00p
047400          MOVE WS-NEW-WINDOW-SECS TO WS-EVENT-WINDOW-SECS         ssar00p
047500        WHEN OTHER                                                ssar00p
047600          GO TO 3000-EXIT                                         ssar00p
047700      END-EVALUATE.                                               ssar00p
047800      MOVE TRC-DATE TO WS-DATE-9.                                 ssar00p
047900      MOVE TRC-TIME TO WS-TIME-9.                                 ssar00p
048000      PERFORM 3500-MATCH-EVENT THRU 3500-EXIT.                    ssar00p
048100      IF WS-NOT-IN-WINDOW                                         ssar00p
048200         GO TO 3000-EXIT                                          ssar00p
048300      END-IF.                                                     ssar00p
048400      MOVE 'T' TO WS-PRT-SOURCE.                                  ssar00p
048500      PERFORM 3600-KEEP-EVENT THRU 3600-EXIT.                     ssar00p
048600      IF WS-EVT-IX IS EQUAL TO ZERO                               ssar00p
048700         GO TO 3000-EXIT                                          ssar00p
048800      END-IF.                                                     ssar00p
048900      MOVE SPACES TO WS-EVT-TEXT (WS-EVT-IX).                     ssar00p
049000      STRING WS-EVENT-MARK DELIMITED BY SIZE                      ssar00p
049100             WS-TIME-TEXT DELIMITED BY SIZE                       ssar00p
049200             ' ' DELIMITED BY SIZE                                ssar00p
049300             WS-EVENT-WORD DELIMITED BY SIZE                      ssar00p
049400        INTO WS-EVT-TEXT (WS-EVT-IX).                             ssar00p
049500  3000-EXIT.                                                      ssar00p
049600      EXIT.                                                       ssar00p
049700*                                                                 ssar00p
049800***************************************************************** ssar00p
049900* Place the event held in WS-DATE-9/WS-TIME-9 on the time line  * ssar00p
050000* and match it against every transfer the userid made after it  * ssar00p
050100* within the event's window.  WS-IN-WINDOW says whether any     * ssar00p
050200* transfer was caught, so the event is kept for the report.     * ssar00p
050300***************************************************************** ssar00p
050400  3500-MATCH-EVENT.                                               ssar00p
050500      SET WS-NOT-IN-WINDOW TO TRUE.                               ssar00p
050600      MOVE SPACE TO WS-EVENT-MARK.                                ssar00p
050700      IF WS-DATE-9 IS LESS THAN WS-RUN-DATE-J                     ssar00p
050800         MOVE '<' TO WS-EVENT-MARK                                ssar00p
050900      END-IF.                                                     ssar00p
051000      PERFORM 8000-MOMENT THRU 8000-EXIT.                         ssar00p
051100      MOVE WS-MOMENT-SECS TO WS-EVENT-SECS.                       ssar00p
051200      PERFORM 8100-TIME-TEXT THRU 8100-EXIT.                      ssar00p
051300      PERFORM 3510-MATCH-TRANSFER THRU 3510-EXIT                  ssar00p
051400              VARYING WS-XFR-IX FROM 1 BY 1                       ssar00p
051500              UNTIL WS-XFR-IX IS GREATER THAN WS-XFR-COUNT.       ssar00p
051600  3500-EXIT.                                                      ssar00p
051700      EXIT.                                                       ssar00p
051800*                                                                 ssar00p
051900  3510-MATCH-TRANSFER.                                            ssar00p
052000      IF WS-XFR-USERID (WS-XFR-IX) IS NOT EQUAL TO WS-EVENT-USERIDssar00p
052100         GO TO 3510-EXIT                                          ssar00p
052200      END-IF.                                                     ssar00p
052300      IF WS-XFR-SECS (WS-XFR-IX) IS LESS THAN WS-EVENT-SECS       ssar00p
052400         GO TO 3510-EXIT                                          ssar00p
052500      END-IF.                                                     ssar00p
052600      COMPUTE WS-EVENT-GAP =                                      ssar00p
052700          WS-XFR-SECS (WS-XFR-IX) - WS-EVENT-SECS.                ssar00p
052800      IF WS-EVENT-GAP IS GREATER THAN WS-EVENT-WINDOW-SECS        ssar00p
052900         GO TO 3510-EXIT                                          ssar00p
053000      END-IF.                                                     ssar00p
053100      SET WS-IN-WINDOW TO TRUE.                                   ssar00p
053200      EVALUATE TRUE                                               ssar00p
053300        WHEN WS-EVENT-FAILED                                      ssar00p
053400          ADD 1 TO WS-XFR-FAILS (WS-XFR-IX)                       ssar00p
053500        WHEN WS-EVENT-LOCKOUT                                     ssar00p
053600          ADD 1 TO WS-XFR-FAILS (WS-XFR-IX)                       ssar00p
053700          MOVE 'Y' TO WS-XFR-LOCKOUT (WS-XFR-IX)                  ssar00p
053800        WHEN WS-EVENT-NEW                                         ssar00p
053900          MOVE 'Y' TO WS-XFR-NEW (WS-XFR-IX)                      ssar00p
054000        WHEN WS-EVENT-ADMIN                                       ssar00p
054100          MOVE 'Y' TO WS-XFR-ADMIN (WS-XFR-IX)                    ssar00p
054200      END-EVALUATE.                                               ssar00p
054300  3510-EXIT.                                                      ssar00p
054400      EXIT.                                                       ssar00p
054500*                                                                 ssar00p
054600***************************************************************** ssar00p
054700* Take the next event table entry for the event just matched,   * ssar00p
054800* from source WS-PRT-SOURCE.  A full table is counted as        * ssar00p
054900* overflow and WS-EVT-IX left at zero; the transfer flags set   * ssar00p
055000* by the match still stand, only the event's line is lost.      * ssar00p
055100***************************************************************** ssar00p
055200  3600-KEEP-EVENT.                                                ssar00p
055300      IF WS-EVT-COUNT IS EQUAL TO 2000                            ssar00p
055400         ADD 1 TO WS-TOTAL-OVERFLOW                               ssar00p
055500         MOVE ZERO TO WS-EVT-IX                                   ssar00p
055600         GO TO 3600-EXIT                                          ssar00p
055700      END-IF.                                                     ssar00p
055800      ADD 1 TO WS-EVT-COUNT.                                      ssar00p
055900      MOVE WS-EVT-COUNT TO WS-EVT-IX.                             ssar00p
056000      MOVE WS-EVENT-USERID TO WS-EVT-USERID (WS-EVT-IX).          ssar00p
056100      MOVE WS-PRT-SOURCE TO WS-EVT-SOURCE (WS-EVT-IX).            ssar00p
056200  3600-EXIT.                                                      ssar00p
056300      EXIT.                                                       ssar00p
056400*                                                                 ssar00p
056500***************************************************************** ssar00p
056600* One SECJRNL change.  Only password resets and unlocks done to * ssar00p
056700* a userid that moved money today are of interest.              * ssar00p
056800***************************************************************** ssar00p
056900  4000-SCAN-SECJRNL.                                              ssar00p
057000      READ SECJRNL                                                ssar00p
057100          AT END                                                  ssar00p
057200              SET WS-SECJRNL-EOF TO TRUE                          ssar00p
057300              GO TO 4000-EXIT                                     ssar00p
057400      END-READ.                                                   ssar00p
057500      ADD 1 TO WS-TOTAL-SEC-READ.                                 ssar00p
057600      IF NOT SEC-ACTION-RESET                                     ssar00p
057700         AND NOT SEC-ACTION-UNLOCK                                ssar00p
057800         GO TO 4000-EXIT                                          ssar00p
057900      END-IF.                                                     ssar00p
058000      MOVE SEC-TARGET TO WS-EVENT-USERID.                         ssar00p
058100      PERFORM 2100-FIND-USER THRU 2100-EXIT.                      ssar00p
058200      IF WS-USR-NOT-FOUND                                         ssar00p
058300         OR SEC-DATE IS NOT NUMERIC                               ssar00p
058400         OR SEC-TIME IS NOT NUMERIC                               ssar00p
058500         GO TO 4000-EXIT                                          ssar00p
058600      END-IF.                                                     ssar00p
058700      SET WS-EVENT-ADMIN TO TRUE.                                 ssar00p
058800      IF SEC-ACTION-RESET                                         ssar00p
058900         MOVE 'RESET' TO WS-EVENT-WORD                            ssar00p
059000      ELSE                                                        ssar00p
059100         MOVE 'UNLOCK' TO WS-EVENT-WORD                           ssar00p
059200      END-IF.                                                     ssar00p
059300      MOVE WS-ADMIN-WINDOW-SECS TO WS-EVENT-WINDOW-SECS.          ssar00p
059400      MOVE SEC-DATE TO WS-DATE-9.                                 ssar00p
059500      MOVE SEC-TIME TO WS-TIME-9.                                 ssar00p
059600      PERFORM 3500-MATCH-EVENT THRU 3500-EXIT.                    ssar00p
059700      IF WS-NOT-IN-WINDOW                                         ssar00p
059800         GO TO 4000-EXIT                                          ssar00p
059900      END-IF.                                                     ssar00p
060000      MOVE 'S' TO WS-PRT-SOURCE.                                  ssar00p
060100      PERFORM 3600-KEEP-EVENT THRU 3600-EXIT.                     ssar00p
060200      IF WS-EVT-IX IS EQUAL TO ZERO                               ssar00p
060300         GO TO 4000-EXIT                                          ssar00p
060400      END-IF.                                                     ssar00p
060500      MOVE SPACES TO WS-EVT-TEXT (WS-EVT-IX).                     ssar00p
060600      STRING WS-EVENT-MARK DELIMITED BY SIZE                      ssar00p
060700             WS-TIME-TEXT DELIMITED BY SIZE                       ssar00p
060800             ' ' DELIMITED BY SIZE                                ssar00p
060900             WS-EVENT-WORD (1:6) DELIMITED BY SIZE                ssar00p
061000             ' ' DELIMITED BY SIZE                                ssar00p
061100             SEC-ACTOR DELIMITED BY SIZE                          ssar00p
061200        INTO WS-EVT-TEXT (WS-EVT-IX).                             ssar00p
061300  4000-EXIT.                                                      ssar00p
061400      EXIT.                                                       ssar00p
061500*                                                                 ssar00p
061600***************************************************************** ssar00p
061700* Decide what each transfer's windows amount to, and carry the  * ssar00p
061800* reasons up to its userid.  A burst is SARFCNT or more failed  * ssar00p
061900* signons inside the window, or any lockout.                    * ssar00p
062000***************************************************************** ssar00p
062100  5000-MARK-TRANSFER.                                             ssar00p
062200      MOVE WS-XFR-USERID (WS-XFR-IX) TO WS-EVENT-USERID.          ssar00p
062300      PERFORM 2100-FIND-USER THRU 2100-EXIT.                      ssar00p
062400      IF WS-XFR-FAILS (WS-XFR-IX) IS NOT LESS THAN                ssar00p
062500         WS-FAIL-COUNT-MIN                                        ssar00p
062600         OR WS-XFR-LOCKOUT (WS-XFR-IX) IS EQUAL TO 'Y'            ssar00p
062700         MOVE '*' TO WS-XFR-MARK (WS-XFR-IX)                      ssar00p
062800         MOVE 'Y' TO WS-USR-BURST (WS-USR-IX)                     ssar00p
062900      END-IF.                                                     ssar00p
063000      IF WS-XFR-ADMIN (WS-XFR-IX) IS EQUAL TO 'Y'                 ssar00p
063100         MOVE '*' TO WS-XFR-MARK (WS-XFR-IX)                      ssar00p
063200         MOVE 'Y' TO WS-USR-ADMIN (WS-USR-IX)                     ssar00p
063300      END-IF.                                                     ssar00p
063400      IF WS-XFR-NEW (WS-XFR-IX) IS EQUAL TO 'Y'                   ssar00p
063500         MOVE '*' TO WS-XFR-MARK (WS-XFR-IX)                      ssar00p
063600         MOVE 'Y' TO WS-USR-NEW (WS-USR-IX)                       ssar00p
063700      END-IF.                                                     ssar00p
063800  5000-EXIT.                                                      ssar00p
063900      EXIT.                                                       ssar00p
064000*                                                                 ssar00p
064100  5500-CHECK-USER.                                                ssar00p
064200      IF WS-USR-TOTAL (WS-USR-IX) IS GREATER THAN WS-LIMIT-AMOUNT ssar00p
064300         MOVE 'Y' TO WS-USR-LIMIT (WS-USR-IX)                     ssar00p
064400      END-IF.                                                     ssar00p
064500      IF WS-USR-BURST (WS-USR-IX) IS EQUAL TO 'Y'                 ssar00p
064600         OR WS-USR-ADMIN (WS-USR-IX) IS EQUAL TO 'Y'              ssar00p
064700         OR WS-USR-NEW (WS-USR-IX) IS EQUAL TO 'Y'                ssar00p
064800         OR WS-USR-LIMIT (WS-USR-IX) IS EQUAL TO 'Y'              ssar00p
064900         MOVE 'Y' TO WS-USR-REPORT (WS-USR-IX)                    ssar00p
065000         ADD 1 TO WS-TOTAL-REPORTED                               ssar00p
065100      END-IF.                                                     ssar00p
065200  5500-EXIT.                                                      ssar00p
065300      EXIT.                                                       ssar00p
065400*                                                                 ssar00p
065500***************************************************************** ssar00p
065600* Selection sort of the userid table into userid order, so the  * ssar00p
065700* report reads alphabetically.                                  * ssar00p
065800***************************************************************** ssar00p
065900  6000-SORT-USERS.                                                ssar00p
066000      IF WS-USR-COUNT IS LESS THAN 2                              ssar00p
066100         GO TO 6000-EXIT                                          ssar00p
066200      END-IF.                                                     ssar00p
066300      COMPUTE WS-SRT-LIMIT = WS-USR-COUNT - 1.                    ssar00p
066400      PERFORM 6100-SORT-PASS THRU 6100-EXIT                       ssar00p
066500              VARYING WS-SRT-I FROM 1 BY 1                        ssar00p
066600              UNTIL WS-SRT-I IS GREATER THAN WS-SRT-LIMIT.        ssar00p
066700  6000-EXIT.                                                      ssar00p
066800      EXIT.                                                       ssar00p
066900*                                                                 ssar00p
067000  6100-SORT-PASS.                                                 ssar00p
067100      MOVE WS-SRT-I TO WS-SRT-MIN.                                ssar00p
067200      COMPUTE WS-SRT-START = WS-SRT-I + 1.                        ssar00p
067300      PERFORM 6200-FIND-LOWEST THRU 6200-EXIT                     ssar00p
067400              VARYING WS-SRT-J FROM WS-SRT-START BY 1             ssar00p
067500              UNTIL WS-SRT-J IS GREATER THAN WS-USR-COUNT.        ssar00p
067600      IF WS-SRT-MIN IS NOT EQUAL TO WS-SRT-I                      ssar00p
067700         MOVE WS-USER-ENTRY (WS-SRT-MIN) TO WS-SRT-HOLD           ssar00p
067800         MOVE WS-USER-ENTRY (WS-SRT-I)                            ssar00p
067900           TO WS-USER-ENTRY (WS-SRT-MIN)                          ssar00p
068000         MOVE WS-SRT-HOLD TO WS-USER-ENTRY (WS-SRT-I)             ssar00p
068100      END-IF.                                                     ssar00p
068200  6100-EXIT.                                                      ssar00p
068300      EXIT.                                                       ssar00p
068400*                                                                 ssar00p
068500  6200-FIND-LOWEST.                                               ssar00p
068600      IF WS-USR-ID (WS-SRT-J) IS LESS THAN WS-USR-ID (WS-SRT-MIN) ssar00p
068700         MOVE WS-SRT-J TO WS-SRT-MIN                              ssar00p
068800      END-IF.                                                     ssar00p
068900  6200-EXIT.                                                      ssar00p
069000      EXIT.                                                       ssar00p
069100*                                                                 ssar00p
069200***************************************************************** ssar00p
069300* The report: the rules in force, a section for each userid     * ssar00p
069400* reported, then the run totals.                                * ssar00p
069500***************************************************************** ssar00p
069600  7000-WRITE-REPORT.                                              ssar00p
069700      MOVE SPACES TO RPT-LINE.                                    ssar00p
069800      STRING 'SUSPICIOUS ACTIVITY REPORT - BUSINESS DATE '        ssar00p
069900                 DELIMITED BY SIZE                                ssar00p
070000             WS-RUN-DATE-J DELIMITED BY SIZE                      ssar00p
070100        INTO RPT-LINE.                                            ssar00p
070200      WRITE RPT-LINE.                                             ssar00p
070300      MOVE SPACES TO RPT-LINE.                                    ssar00p
070400      WRITE RPT-LINE.                                             ssar00p
070500      MOVE WS-FAIL-COUNT-MIN TO WS-EDIT-MINS.                     ssar00p
070600      MOVE SPACES TO RPT-LINE.                                    ssar00p
070700      STRING 'BURST OF FAILED SIGNONS  : ' DELIMITED BY SIZE      ssar00p
070800             WS-EDIT-MINS DELIMITED BY SIZE                       ssar00p
070900             ' OR MORE, OR A LOCKOUT' DELIMITED BY SIZE           ssar00p
071000        INTO RPT-LINE.                                            ssar00p
071100      WRITE RPT-LINE.                                             ssar00p
071200      MOVE WS-FAIL-WINDOW-MINS TO WS-EDIT-MINS.                   ssar00p
071300      MOVE SPACES TO RPT-LINE.                                    ssar00p
071400      STRING 'WINDOW AFTER FAILURES    : ' DELIMITED BY SIZE      ssar00p
071500             WS-EDIT-MINS DELIMITED BY SIZE                       ssar00p
071600             ' MINUTES' DELIMITED BY SIZE                         ssar00p
071700        INTO RPT-LINE.                                            ssar00p
071800      WRITE RPT-LINE.                                             ssar00p
071900      MOVE WS-ADMIN-WINDOW-MINS TO WS-EDIT-MINS.                  ssar00p
072000      MOVE SPACES TO RPT-LINE.                                    ssar00p
072100      STRING 'WINDOW AFTER RESET/UNLOCK: ' DELIMITED BY SIZE      ssar00p
072200             WS-EDIT-MINS DELIMITED BY SIZE                       ssar00p
072300             ' MINUTES' DELIMITED BY SIZE                         ssar00p
072400        INTO RPT-LINE.                                            ssar00p
072500      WRITE RPT-LINE.                                             ssar00p
072600      MOVE WS-NEW-WINDOW-MINS TO WS-EDIT-MINS.                    ssar00p
072700      MOVE SPACES TO RPT-LINE.                                    ssar00p
072800      STRING 'WINDOW AFTER FIRST SIGNON: ' DELIMITED BY SIZE      ssar00p
072900             WS-EDIT-MINS DELIMITED BY SIZE                       ssar00p
073000             ' MINUTES' DELIMITED BY SIZE                         ssar00p
073100        INTO RPT-LINE.                                            ssar00p
073200      WRITE RPT-LINE.                                             ssar00p
073300      MOVE WS-LIMIT-AMOUNT TO WS-EDIT-LIMIT.                      ssar00p
073400      MOVE SPACES TO RPT-LINE.                                    ssar00p
073500      STRING 'DAILY TRANSFER LIMIT     : ' DELIMITED BY SIZE      ssar00p
073600             WS-EDIT-LIMIT DELIMITED BY SIZE                      ssar00p
073700        INTO RPT-LINE.                                            ssar00p
073800      WRITE RPT-LINE.                                             ssar00p
073900      MOVE SPACES TO RPT-LINE.                                    ssar00p
074000      STRING 'TRANSFERS MARKED * FELL INSIDE A WINDOW; '          ssar00p
074100                 DELIMITED BY SIZE                                ssar00p
074200             'TIMES MARKED < ARE THE DAY BEFORE' DELIMITED BY SIZEssar00p
074300        INTO RPT-LINE.                                            ssar00p
074400      WRITE RPT-LINE.                                             ssar00p
074500      PERFORM 7100-WRITE-USER THRU 7100-EXIT                      ssar00p
074600              VARYING WS-USR-IX FROM 1 BY 1                       ssar00p
074700              UNTIL WS-USR-IX IS GREATER THAN WS-USR-COUNT.       ssar00p
074800      PERFORM 7900-WRITE-TOTALS THRU 7900-EXIT.                   ssar00p
074900      IF WS-TOTAL-REPORTED IS GREATER THAN ZERO                   ssar00p
075000         MOVE 4 TO RETURN-CODE                                    ssar00p
075100      END-IF.                                                     ssar00p
075200  7000-EXIT.                                                      ssar00p
075300      EXIT.                                                       ssar00p
075400*                                                                 ssar00p
075500***************************************************************** ssar00p
075600* One userid's section: who, how much, why, then its transfers, * ssar00p
075700* signon events and admin changes in three columns.             * ssar00p
075800***************************************************************** ssar00p
075900  7100-WRITE-USER.                                                ssar00p
076000      IF WS-USR-REPORT (WS-USR-IX) IS NOT EQUAL TO 'Y'            ssar00p
076100         GO TO 7100-EXIT                                          ssar00p
076200      END-IF.                                                     ssar00p
076300      MOVE SPACES TO RPT-LINE.                                    ssar00p
076400      WRITE RPT-LINE.                                             ssar00p
076500      MOVE WS-USR-XFR-COUNT (WS-USR-IX) TO WS-EDIT-COUNT.         ssar00p
076600      MOVE WS-USR-TOTAL (WS-USR-IX) TO WS-EDIT-TOTAL.             ssar00p
076700      MOVE SPACES TO RPT-LINE.                                    ssar00p
076800      STRING 'USERID ' DELIMITED BY SIZE                          ssar00p
076900             WS-USR-ID (WS-USR-IX) DELIMITED BY SIZE              ssar00p
077000             '   TRANSFERS ' DELIMITED BY SIZE                    ssar00p
077100             WS-EDIT-COUNT DELIMITED BY SIZE                      ssar00p
077200             '   TOTAL ' DELIMITED BY SIZE                        ssar00p
077300             WS-EDIT-TOTAL DELIMITED BY SIZE                      ssar00p
077400        INTO RPT-LINE.                                            ssar00p
077500      WRITE RPT-LINE.                                             ssar00p
077600      IF WS-USR-BURST (WS-USR-IX) IS EQUAL TO 'Y'                 ssar00p
077700         MOVE SPACES TO RPT-LINE                                  ssar00p
077800         STRING '  REASON: TRANSFER AFTER A BURST OF '            ssar00p
077900                    DELIMITED BY SIZE                             ssar00p
078000                'FAILED SIGNONS OR A LOCKOUT' DELIMITED BY SIZE   ssar00p
078100           INTO RPT-LINE                                          ssar00p
078200         WRITE RPT-LINE                                           ssar00p
078300      END-IF.                                                     ssar00p
078400      IF WS-USR-ADMIN (WS-USR-IX) IS EQUAL TO 'Y'                 ssar00p
078500         MOVE SPACES TO RPT-LINE                                  ssar00p
078600         STRING '  REASON: TRANSFER AFTER AN ADMIN PASSWORD RESET'ssar00p
078700                    DELIMITED BY SIZE                             ssar00p
078800                ' OR UNLOCK' DELIMITED BY SIZE                    ssar00p
078900           INTO RPT-LINE                                          ssar00p
079000         WRITE RPT-LINE                                           ssar00p
079100      END-IF.                                                     ssar00p
079200      IF WS-USR-NEW (WS-USR-IX) IS EQUAL TO 'Y'                   ssar00p
079300         MOVE SPACES TO RPT-LINE                                  ssar00p
079400         STRING '  REASON: TRANSFER AFTER THE FIRST '             ssar00p
079500                    DELIMITED BY SIZE                             ssar00p
079600                'SIGNON ON RECORD' DELIMITED BY SIZE              ssar00p
079700           INTO RPT-LINE                                          ssar00p
079800         WRITE RPT-LINE                                           ssar00p
079900      END-IF.                                                     ssar00p
080000      IF WS-USR-LIMIT (WS-USR-IX) IS EQUAL TO 'Y'                 ssar00p
080100         MOVE SPACES TO RPT-LINE                                  ssar00p
080200         STRING '  REASON: THE DAY''S TRANSFERS EXCEED '          ssar00p
080300                    DELIMITED BY SIZE                             ssar00p
080400                'THE DAILY LIMIT' DELIMITED BY SIZE               ssar00p
080500           INTO RPT-LINE                                          ssar00p
080600         WRITE RPT-LINE                                           ssar00p
080700      END-IF.                                                     ssar00p
080800      MOVE SPACES TO RPT-LINE.                                    ssar00p
080900      STRING '  TRANSFERS (TRNJRNL)           ' DELIMITED BY SIZE ssar00p
081000             'SIGNONS (TRCFILE)    ' DELIMITED BY SIZE            ssar00p
081100             'ADMIN (SECJRNL)' DELIMITED BY SIZE                  ssar00p
081200        INTO RPT-LINE.                                            ssar00p
081300      WRITE RPT-LINE.                                             ssar00p
081400      MOVE ZERO TO WS-PRT-XFR.                                    ssar00p
081500      MOVE ZERO TO WS-PRT-TRC.                                    ssar00p
081600      MOVE ZERO TO WS-PRT-SEC.                                    ssar00p
081700      SET WS-PRT-NOT-DONE TO TRUE.                                ssar00p
081800      PERFORM 7200-WRITE-ROW THRU 7200-EXIT                       ssar00p
081900              UNTIL WS-PRT-DONE.                                  ssar00p
082000  7100-EXIT.                                                      ssar00p
082100      EXIT.                                                       ssar00p
082200*                                                                 ssar00p
082300***************************************************************** ssar00p
082400* One row of a userid's section: the next entry from each       * ssar00p
082500* column, blank where a column has run out.  The section ends   * ssar00p
082600* when all three have.                                          * ssar00p
082700***************************************************************** ssar00p
082800  7200-WRITE-ROW.                                                 ssar00p
082900      PERFORM 7300-NEXT-TRANSFER THRU 7300-EXIT.                  ssar00p
083000      MOVE 'T' TO WS-PRT-SOURCE.                                  ssar00p
083100      MOVE WS-PRT-TRC TO WS-EVT-IX.                               ssar00p
083200      PERFORM 7400-NEXT-EVENT THRU 7400-EXIT.                     ssar00p
083300      MOVE WS-EVT-IX TO WS-PRT-TRC.                               ssar00p
083400      MOVE SPACES TO WS-COL-TRC.                                  ssar00p
083500      IF WS-FIND-HIT                                              ssar00p
083600         MOVE WS-EVT-TEXT (WS-EVT-IX) TO WS-COL-TRC               ssar00p
083700      END-IF.                                                     ssar00p
083800      MOVE 'S' TO WS-PRT-SOURCE.                                  ssar00p
083900      MOVE WS-PRT-SEC TO WS-EVT-IX.                               ssar00p
084000      PERFORM 7400-NEXT-EVENT THRU 7400-EXIT.                     ssar00p
084100      MOVE WS-EVT-IX TO WS-PRT-SEC.                               ssar00p
084200      MOVE SPACES TO WS-COL-SEC.                                  ssar00p
084300      IF WS-FIND-HIT                                              ssar00p
084400         MOVE WS-EVT-TEXT (WS-EVT-IX) TO WS-COL-SEC               ssar00p
084500      END-IF.                                                     ssar00p
084600      IF WS-COL-XFR IS EQUAL TO SPACES                            ssar00p
084700         AND WS-COL-TRC IS EQUAL TO SPACES                        ssar00p
084800         AND WS-COL-SEC IS EQUAL TO SPACES                        ssar00p
084900         SET WS-PRT-DONE TO TRUE                                  ssar00p
085000         GO TO 7200-EXIT                                          ssar00p
085100      END-IF.                                                     ssar00p
085200      MOVE SPACES TO RPT-LINE.                                    ssar00p
085300      STRING '  ' DELIMITED BY SIZE                               ssar00p
085400             WS-COL-XFR DELIMITED BY SIZE                         ssar00p
085500             ' ' DELIMITED BY SIZE                                ssar00p
085600             WS-COL-TRC DELIMITED BY SIZE                         ssar00p
085700             ' ' DELIMITED BY SIZE                                ssar00p
085800             WS-COL-SEC DELIMITED BY SIZE                         ssar00p
085900        INTO RPT-LINE.                                            ssar00p
086000      WRITE RPT-LINE.                                             ssar00p
086100  7200-EXIT.                                                      ssar00p
086200      EXIT.                                                       ssar00p
086300*                                                                 ssar00p
086400***************************************************************** ssar00p
086500* The userid's next transfer after WS-PRT-XFR, formatted into   * ssar00p
086600* WS-COL-XFR; spaces once there are no more.                    * ssar00p
086700***************************************************************** ssar00p
086800  7300-NEXT-TRANSFER.                                             ssar00p
086900      MOVE SPACES TO WS-COL-XFR.                                  ssar00p
087000      ADD 1 TO WS-PRT-XFR.                                        ssar00p
087100      SET WS-FIND-MISS TO TRUE.                                   ssar00p
087200      PERFORM 7310-TEST-TRANSFER THRU 7310-EXIT                   ssar00p
087300              UNTIL WS-FIND-HIT                                   ssar00p
087400                 OR WS-PRT-XFR IS GREATER THAN WS-XFR-COUNT.      ssar00p
087500      IF WS-FIND-MISS                                             ssar00p
087600         GO TO 7300-EXIT                                          ssar00p
087700      END-IF.                                                     ssar00p
087800      MOVE WS-XFR-TIME (WS-PRT-XFR) TO WS-TIME-9.                 ssar00p
087900      PERFORM 8100-TIME-TEXT THRU 8100-EXIT.                      ssar00p
088000      MOVE WS-XFR-AMOUNT (WS-PRT-XFR) TO WS-EDIT-XFR-AMOUNT.      ssar00p
088100      STRING WS-TIME-TEXT DELIMITED BY SIZE                       ssar00p
088200             ' ' DELIMITED BY SIZE                                ssar00p
088300             WS-XFR-ACCOUNT (WS-PRT-XFR) DELIMITED BY SIZE        ssar00p
088400             ' ' DELIMITED BY SIZE                                ssar00p
088500             WS-EDIT-XFR-AMOUNT DELIMITED BY SIZE                 ssar00p
088600             WS-XFR-MARK (WS-PRT-XFR) DELIMITED BY SIZE           ssar00p
088700        INTO WS-COL-XFR.                                          ssar00p
088800  7300-EXIT.                                                      ssar00p
088900      EXIT.                                                       ssar00p
089000*                                                                 ssar00p
089100  7310-TEST-TRANSFER.                                             ssar00p
089200      IF WS-XFR-USERID (WS-PRT-XFR) IS EQUAL TO                   ssar00p
089300         WS-USR-ID (WS-USR-IX)                                    ssar00p
089400         SET WS-FIND-HIT TO TRUE                                  ssar00p
089500         GO TO 7310-EXIT                                          ssar00p
089600      END-IF.                                                     ssar00p
089700      ADD 1 TO WS-PRT-XFR.                                        ssar00p
089800  7310-EXIT.                                                      ssar00p
089900      EXIT.                                                       ssar00p
090000*                                                                 ssar00p
090100***************************************************************** ssar00p
090200* The userid's next event from source WS-PRT-SOURCE after the   * ssar00p
090300* one WS-EVT-IX points at.  WS-FIND-HIT with WS-EVT-IX on it,   * ssar00p
090400* or WS-FIND-MISS once there are no more.                       * ssar00p
090500***************************************************************** ssar00p
090600  7400-NEXT-EVENT.                                                ssar00p
090700      ADD 1 TO WS-EVT-IX.                                         ssar00p
090800      SET WS-FIND-MISS TO TRUE.                                   ssar00p
090900      PERFORM 7410-TEST-EVENT THRU 7410-EXIT                      ssar00p
091000              UNTIL WS-FIND-HIT                                   ssar00p
091100                 OR WS-EVT-IX IS GREATER THAN WS-EVT-COUNT.       ssar00p
091200  7400-EXIT.                                                      ssar00p
091300      EXIT.                                                       ssar00p
091400*                                                                 ssar00p
091500  7410-TEST-EVENT.                                                ssar00p
091600      IF WS-EVT-USERID (WS-EVT-IX) IS EQUAL TO                    ssar00p
091700         WS-USR-ID (WS-USR-IX)                                    ssar00p
091800         AND WS-EVT-SOURCE (WS-EVT-IX) IS EQUAL TO WS-PRT-SOURCE  ssar00p
091900         SET WS-FIND-HIT TO TRUE                                  ssar00p
092000         GO TO 7410-EXIT                                          ssar00p
092100      END-IF.                                                     ssar00p
092200      ADD 1 TO WS-EVT-IX.                                         ssar00p
092300  7410-EXIT.                                                      ssar00p
092400      EXIT.                                                       ssar00p
092500*                                                                 ssar00p
092600  7900-WRITE-TOTALS.                                              ssar00p
092700      MOVE SPACES TO RPT-LINE.                                    ssar00p
092800      WRITE RPT-LINE.                                             ssar00p
092900      MOVE WS-TOTAL-POSTINGS TO WS-EDIT-COUNT.                    ssar00p
093000      MOVE SPACES TO RPT-LINE.                                    ssar00p
093100      STRING 'POSTINGS READ    : ' DELIMITED BY SIZE              ssar00p
093200             WS-EDIT-COUNT DELIMITED BY SIZE                      ssar00p
093300        INTO RPT-LINE.                                            ssar00p
093400      WRITE RPT-LINE.                                             ssar00p
093500      MOVE WS-TOTAL-TRANSFERS TO WS-EDIT-COUNT.                   ssar00p
093600      MOVE SPACES TO RPT-LINE.                                    ssar00p
093700      STRING 'TRANSFERS TODAY  : ' DELIMITED BY SIZE              ssar00p
093800             WS-EDIT-COUNT DELIMITED BY SIZE                      ssar00p
093900        INTO RPT-LINE.                                            ssar00p
094000      WRITE RPT-LINE.                                             ssar00p
094100      MOVE WS-USR-COUNT TO WS-EDIT-COUNT.                         ssar00p
094200      MOVE SPACES TO RPT-LINE.                                    ssar00p
094300      STRING 'USERIDS EXAMINED : ' DELIMITED BY SIZE              ssar00p
094400             WS-EDIT-COUNT DELIMITED BY SIZE                      ssar00p
094500        INTO RPT-LINE.                                            ssar00p
094600      WRITE RPT-LINE.                                             ssar00p
094700      MOVE WS-TOTAL-TRC-READ TO WS-EDIT-COUNT.                    ssar00p
094800      MOVE SPACES TO RPT-LINE.                                    ssar00p
094900      STRING 'SIGNONS READ     : ' DELIMITED BY SIZE              ssar00p
095000             WS-EDIT-COUNT DELIMITED BY SIZE                      ssar00p
095100        INTO RPT-LINE.                                            ssar00p
095200      WRITE RPT-LINE.                                             ssar00p
095300      MOVE WS-TOTAL-SEC-READ TO WS-EDIT-COUNT.                    ssar00p
095400      MOVE SPACES TO RPT-LINE.                                    ssar00p
095500      STRING 'ADMIN CHANGES    : ' DELIMITED BY SIZE              ssar00p
095600             WS-EDIT-COUNT DELIMITED BY SIZE                      ssar00p
095700        INTO RPT-LINE.                                            ssar00p
095800      WRITE RPT-LINE.                                             ssar00p
095900      MOVE WS-TOTAL-REPORTED TO WS-EDIT-COUNT.                    ssar00p
096000      MOVE SPACES TO RPT-LINE.                                    ssar00p
096100      STRING 'USERIDS REPORTED : ' DELIMITED BY SIZE              ssar00p
096200             WS-EDIT-COUNT DELIMITED BY SIZE                      ssar00p
096300        INTO RPT-LINE.                                            ssar00p
096400      WRITE RPT-LINE.                                             ssar00p
096500      IF WS-TOTAL-OVERFLOW IS GREATER THAN ZERO                   ssar00p
096600         MOVE WS-TOTAL-OVERFLOW TO WS-EDIT-COUNT                  ssar00p
096700         MOVE SPACES TO RPT-LINE                                  ssar00p
096800         STRING 'TABLE OVERFLOW   : ' DELIMITED BY SIZE           ssar00p
096900                WS-EDIT-COUNT DELIMITED BY SIZE                   ssar00p
097000                ' - SOME ACTIVITY NOT EXAMINED' DELIMITED BY SIZE ssar00p
097100           INTO RPT-LINE                                          ssar00p
097200         WRITE RPT-LINE                                           ssar00p
097300      END-IF.                                                     ssar00p
097400  7900-EXIT.                                                      ssar00p
097500      EXIT.                                                       ssar00p
097600*                                                                 ssar00p
097700***************************************************************** ssar00p
097800* Place the 0CYYDDD date in WS-DATE-9 and 0HHMMSS time in       * ssar00p
097900* WS-TIME-9 on the time line, in seconds, in WS-MOMENT-SECS.    * ssar00p
098000***************************************************************** ssar00p
098100  8000-MOMENT.                                                    ssar00p
098200      COMPUTE WS-FULL-YEAR =                                      ssar00p
098300          1900 + (WS-DATE-CENTURY * 100) + WS-DATE-YY.            ssar00p
098400      SUBTRACT 1 FROM WS-FULL-YEAR GIVING WS-PRIOR-YEAR.          ssar00p
098416      DIVIDE WS-PRIOR-YEAR BY 4 GIVING WS-LEAP-DAYS.              ssar00p
098432      DIVIDE WS-PRIOR-YEAR BY 100 GIVING WS-LEAP-100.             ssar00p
098448      DIVIDE WS-PRIOR-YEAR BY 400 GIVING WS-LEAP-400.             ssar00p
098464      COMPUTE WS-LEAP-DAYS =                                      ssar00p
098480          WS-LEAP-DAYS - WS-LEAP-100 + WS-LEAP-400.               ssar00p
098500      COMPUTE WS-DAY-NUMBER =                                     ssar00p
098600          (WS-FULL-YEAR * 365) + WS-LEAP-DAYS + WS-DATE-DDD.      ssar00p
098700      COMPUTE WS-MOMENT-SECS =                                    ssar00p
098800          (WS-DAY-NUMBER * 86400) + (WS-TIME-HH * 3600)           ssar00p
098900          + (WS-TIME-MM * 60) + WS-TIME-SS.                       ssar00p
099000  8000-EXIT.                                                      ssar00p
099100      EXIT.                                                       ssar00p
099200*                                                                 ssar00p
099300  8100-TIME-TEXT.                                                 ssar00p
099400      MOVE SPACES TO WS-TIME-TEXT.                                ssar00p
099500      STRING WS-TIME-HH DELIMITED BY SIZE                         ssar00p
099600             ':' DELIMITED BY SIZE                                ssar00p
099700             WS-TIME-MM DELIMITED BY SIZE                         ssar00p
099800             ':' DELIMITED BY SIZE                                ssar00p
099900             WS-TIME-SS DELIMITED BY SIZE                         ssar00p
100000        INTO WS-TIME-TEXT.                                        ssar00p
100100  8100-EXIT.                                                      ssar00p
100200      EXIT.                                                       ssar00p
100300*                                                                 ssar00p
100400  9000-TERMINATE.                                                 ssar00p
100500      CLOSE TRNJRNL.                                              ssar00p
100600      CLOSE TRCFILE.                                              ssar00p
100700      CLOSE SECJRNL.                                              ssar00p
100800      CLOSE RPTFILE.                                              ssar00p
100900  9000-EXIT.                                                      ssar00p
101000      EXIT.                                                       ssar00p
101100*                                                                 ssar00p
101200* $ Version 1.01 sequenced on Thursday 15 Oct 2026 at 1:00pm      ssar00p
