001400* Layer:       Business logic                                   * bbank40p
001500* Function:    Account inquiry.  List the accounts on the       * bbank40p
001600*              ACCTFILE account master owned by the signed-on   * bbank40p
001700*              userid, with the balance on each and any frozen  * bbank40p
001800*              or closed account marked, for display on the     * bbank40p
001900*              BANK40A screen.  PF3 returns the user to the     * bbank40p
001950*              main menu.                                       * bbank40p
001960*              The accounts are read through the ACCTOWN owner  * bbank40p
001970*              path, shown a page at a time with PF7/PF8, and   * bbank40p
001980*              totalled across all of them.                     * bbank40p
002000***************************************************************** bbank40p
002100*                                                                 bbank40p
002200  IDENTIFICATION DIVISION.                                        bbank40p
003500      05  WS-PROGRAM-ID              PIC X(8)                     bbank40p
003600          VALUE 'BBANK40P'.                                       bbank40p
003700      05  WS-RESP                    PIC S9(8) COMP.              bbank40p
003760* Browse key for the ACCTOWN scan.  READNEXT updates the          bbank40p
003820* RIDFLD as it goes, so it works on this copy rather than on      bbank40p
003880* anything carried in the commarea.                               bbank40p
003940      05  WS-OWN-KEY                 PIC X(08).                   bbank40p
004000      05  WS-BROWSE-SWITCH           PIC X(01).                   bbank40p
004060          88  WS-BROWSE-DONE         VALUE 'Y'.                   bbank40p
004120          88  WS-BROWSE-NOT-DONE     VALUE 'N'.                   bbank40p
004180      05  WS-PAGE-MSG                PIC 9(04).                   bbank40p
004240      05  WS-LINES-PER-PAGE          PIC 9(02) VALUE 8.           bbank40p
004300      05  WS-SKIP-COUNT              PIC 9(07).                   bbank40p
004360      05  WS-ACCOUNTS-SEEN           PIC 9(07).                   bbank40p
004420      05  WS-TOTAL-BALANCE           PIC S9(09)V99.               bbank40p
004480      05  WS-EDIT-BALANCE            PIC -ZZZZZZ9.99.             bbank40p
004540      05  WS-EDIT-TOTAL              PIC -ZZZZZZZZ9.99.           bbank40p
004600*                                                                 bbank40p
004700  COPY CACCREC.                                                   bbank40p
004800*                                                                 bbank40p
007800      MOVE SPACES TO BANK-MENU-OPTION.                            bbank40p
007900      MOVE SPACES TO BANK-ACC-DATA.                               bbank40p
008000      MOVE ZERO TO BANK-ACC-LINE-CNT.                             bbank40p
008050      MOVE SPACES TO BANK-ACC-PAGE-DATA.                          bbank40p
008100      MOVE SPACES TO BANK-ERROR-MSG.                              bbank40p
008200  ACCT40-RETURN-EXIT.                                             bbank40p
008300      EXIT.                                                       bbank40p
008400*                                                                 bbank40p
008450***************************************************************** bbank40p
008500* Build a page of the accounts owned by the signed-on userid,   * bbank40p
008550* read through the ACCTOWN path - the owner alternate index     * bbank40p
008600* over ACCTFILE - so only the user's own records are touched    * bbank40p
008650* however large the account master grows.  Every one of them is * bbank40p
008700* read, so the total balance covers all the user's accounts and * bbank40p
008750* not just the page shown.  ENTER always starts again from the  * bbank40p
008800* first page; PF7 before the first page or PF8 past the last    * bbank40p
008850* leaves the page where it was and says so.  Balances are       * bbank40p
008900* edited here so the screen layer has nothing to work out.      * bbank40p
008950***************************************************************** bbank40p
009000  ACCT40-LIST.                                                    bbank40p
009050      MOVE 'MBANK40' TO BANK-LAST-MAPSET.                         bbank40p
009100      MOVE 'BANK40A' TO BANK-LAST-MAP.                            bbank40p
009150      MOVE ZERO TO WS-PAGE-MSG.                                   bbank40p
009200      IF BANK-ACC-PAGE IS NOT NUMERIC                             bbank40p
009250         OR BANK-ACC-PAGE IS EQUAL TO ZERO                        bbank40p
009300         MOVE 1 TO BANK-ACC-PAGE                                  bbank40p
009350      END-IF.                                                     bbank40p
009400      EVALUATE TRUE                                               bbank40p
009450        WHEN BANK-AID-PFK08                                       bbank40p
009500          IF BANK-ACC-MORE                                        bbank40p
009550             ADD 1 TO BANK-ACC-PAGE                               bbank40p
009600          ELSE                                                    bbank40p
009650             MOVE 0062 TO WS-PAGE-MSG                             bbank40p
009700          END-IF                                                  bbank40p
009750        WHEN BANK-AID-PFK07                                       bbank40p
009800          IF BANK-ACC-PAGE IS GREATER THAN 1                      bbank40p
009850             SUBTRACT 1 FROM BANK-ACC-PAGE                        bbank40p
009900          ELSE                                                    bbank40p
009950             MOVE 0092 TO WS-PAGE-MSG                             bbank40p
010000          END-IF                                                  bbank40p
010050        WHEN OTHER                                                bbank40p
010100          MOVE 1 TO BANK-ACC-PAGE                                 bbank40p
010150      END-EVALUATE.                                               bbank40p
010200      PERFORM ACCT40-CLEAR-PAGE THRU ACCT40-CLEAR-PAGE-EXIT.      bbank40p
010250      MOVE ZERO TO WS-ACCOUNTS-SEEN.                              bbank40p
010300      MOVE ZERO TO WS-TOTAL-BALANCE.                              bbank40p
010350      COMPUTE WS-SKIP-COUNT =                                     bbank40p
010400         (BANK-ACC-PAGE - 1) * WS-LINES-PER-PAGE.                 bbank40p
010450      SET WS-BROWSE-NOT-DONE TO TRUE.                             bbank40p
010500      MOVE BANK-SIGNON-ID TO WS-OWN-KEY.                          bbank40p
010550      EXEC CICS STARTBR                                           bbank40p
010600                DATASET('ACCTOWN')                                bbank40p
010650                RIDFLD(WS-OWN-KEY)                                bbank40p
010700                EQUAL                                             bbank40p
010750                RESP(WS-RESP)                                     bbank40p
010800      END-EXEC.                                                   bbank40p
010850* No index entry at all simply means the user owns no accounts.   bbank40p
010900      IF WS-RESP IS EQUAL TO DFHRESP(NOTFND)                      bbank40p
010950         GO TO ACCT40-LIST-TOTAL                                  bbank40p
011000      END-IF.                                                     bbank40p
011050      IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                  bbank40p
011100         MOVE 0042 TO MSG-IP-NUMBER                               bbank40p
011150         PERFORM MSG40-FETCH THRU MSG40-FETCH-EXIT                bbank40p
011200         MOVE MSG-OP-TEXT TO BANK-ERROR-MSG                       bbank40p
011250         GO TO ACCT40-LIST-EXIT                                   bbank40p
011300      END-IF.                                                     bbank40p
011350      PERFORM ACCT40-NEXT THRU ACCT40-NEXT-EXIT                   bbank40p
011400              UNTIL WS-BROWSE-DONE.                               bbank40p
011450      EXEC CICS ENDBR                                             bbank40p
011500                DATASET('ACCTOWN')                                bbank40p
011550      END-EXEC.                                                   bbank40p
011600  ACCT40-LIST-TOTAL.                                              bbank40p
011650      MOVE WS-TOTAL-BALANCE TO WS-EDIT-TOTAL.                     bbank40p
011700      MOVE WS-EDIT-TOTAL TO BANK-ACC-TOTAL.                       bbank40p
011750      IF WS-PAGE-MSG IS NOT EQUAL TO ZERO                         bbank40p
011800         MOVE WS-PAGE-MSG TO MSG-IP-NUMBER                        bbank40p
011850         PERFORM MSG40-FETCH THRU MSG40-FETCH-EXIT                bbank40p
011900         MOVE MSG-OP-TEXT TO BANK-ERROR-MSG                       bbank40p
011950         GO TO ACCT40-LIST-EXIT                                   bbank40p
012000      END-IF.                                                     bbank40p
012050      IF BANK-ACC-LINE-CNT IS EQUAL TO ZERO                       bbank40p
012100         MOVE 0041 TO MSG-IP-NUMBER                               bbank40p
012150         PERFORM MSG40-FETCH THRU MSG40-FETCH-EXIT                bbank40p
012200         MOVE MSG-OP-TEXT TO BANK-ERROR-MSG                       bbank40p
012250      ELSE                                                        bbank40p
012300         MOVE SPACES TO BANK-ERROR-MSG                            bbank40p
012350      END-IF.                                                     bbank40p
012400  ACCT40-LIST-EXIT.                                               bbank40p
012450      EXIT.                                                       bbank40p
012500*                                                                 bbank40p
012550***************************************************************** bbank40p
012600* Empty the page area before it is rebuilt.                     * bbank40p
012650***************************************************************** bbank40p
012700  ACCT40-CLEAR-PAGE.                                              bbank40p
012750      SET BANK-ACC-NO-MORE TO TRUE.                               bbank40p
012800      MOVE SPACES TO BANK-ACC-TOTAL.                              bbank40p
012850      MOVE SPACES TO BANK-ACC-DATA.                               bbank40p
012900      MOVE ZERO TO BANK-ACC-LINE-CNT.                             bbank40p
012950  ACCT40-CLEAR-PAGE-EXIT.                                         bbank40p
013000      EXIT.                                                       bbank40p
013050*                                                                 bbank40p
013100***************************************************************** bbank40p
013150* One record of the owner browse.  End of file, any browse      * bbank40p
013200* error, or the index moving on to the next owner ends the      * bbank40p
013250* scan; DUPKEY only says more accounts of this owner follow.    * bbank40p
013300* Every account goes into the total; those on earlier pages are * bbank40p
013350* counted off, and one found after a full page means PF8 has    * bbank40p
013400* another page to show.  Frozen and closed accounts are still   * bbank40p
013450* listed, marked so the user knows why a transfer on them will  * bbank40p
013500* be refused.                                                   * bbank40p
013550***************************************************************** bbank40p
013600  ACCT40-NEXT.                                                    bbank40p
013650      EXEC CICS READNEXT                                          bbank40p
013700                DATASET('ACCTOWN')                                bbank40p
013750                INTO(ACC-RECORD)                                  bbank40p
013800                RIDFLD(WS-OWN-KEY)                                bbank40p
013850                RESP(WS-RESP)                                     bbank40p
013900      END-EXEC.                                                   bbank40p
013950      IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                  bbank40p
014000         AND WS-RESP IS NOT EQUAL TO DFHRESP(DUPKEY)              bbank40p
014050         SET WS-BROWSE-DONE TO TRUE                               bbank40p
014100         GO TO ACCT40-NEXT-EXIT                                   bbank40p
014150      END-IF.                                                     bbank40p
014200      IF ACC-SIGNON-ID IS NOT EQUAL TO BANK-SIGNON-ID             bbank40p
014250         SET WS-BROWSE-DONE TO TRUE                               bbank40p
014300         GO TO ACCT40-NEXT-EXIT                                   bbank40p
014350      END-IF.                                                     bbank40p
014400      ADD ACC-BALANCE TO WS-TOTAL-BALANCE.                        bbank40p
014450      ADD 1 TO WS-ACCOUNTS-SEEN.                                  bbank40p
014500      IF WS-ACCOUNTS-SEEN IS NOT GREATER THAN WS-SKIP-COUNT       bbank40p
014550         GO TO ACCT40-NEXT-EXIT                                   bbank40p
014600      END-IF.                                                     bbank40p
014650      IF BANK-ACC-LINE-CNT IS EQUAL TO WS-LINES-PER-PAGE          bbank40p
014700         SET BANK-ACC-MORE TO TRUE                                bbank40p
014750         GO TO ACCT40-NEXT-EXIT                                   bbank40p
014800      END-IF.                                                     bbank40p
014850      ADD 1 TO BANK-ACC-LINE-CNT.                                 bbank40p
014900      MOVE ACC-ACCOUNT-NO                                         bbank40p
014950        TO BANK-ACC-NO (BANK-ACC-LINE-CNT).                       bbank40p
015000      MOVE ACC-DESC                                               bbank40p
015050        TO BANK-ACC-DESC (BANK-ACC-LINE-CNT).                     bbank40p
015100      MOVE ACC-BALANCE TO WS-EDIT-BALANCE.                        bbank40p
015150      MOVE WS-EDIT-BALANCE                                        bbank40p
015200        TO BANK-ACC-BALANCE (BANK-ACC-LINE-CNT).                  bbank40p
015250      EVALUATE TRUE                                               bbank40p
015300        WHEN ACC-STATUS-FROZEN                                    bbank40p
015350          MOVE 'F' TO BANK-ACC-MARK (BANK-ACC-LINE-CNT)           bbank40p
015400        WHEN ACC-STATUS-CLOSED                                    bbank40p
015450          MOVE 'C' TO BANK-ACC-MARK (BANK-ACC-LINE-CNT)           bbank40p
015500        WHEN OTHER                                                bbank40p
015550          MOVE SPACE TO BANK-ACC-MARK (BANK-ACC-LINE-CNT)         bbank40p
015600      END-EVALUATE.                                               bbank40p
015650  ACCT40-NEXT-EXIT.                                               bbank40p
015700      EXIT.                                                       bbank40p
015750*                                                                 bbank40p
015800*                                                                 bbank40p
015900***************************************************************** bbank40p
016000* Fetch one catalogue message text in the language the user   *   bbank40p
016800      END-EXEC.                                                   bbank40p
016900  MSG40-FETCH-EXIT.                                               bbank40p
017000      EXIT.                                                       bbank40p
017100* $ Version 1.02 sequenced on Thursday 15 Oct 2026 at 1:00pm      bbank40p
