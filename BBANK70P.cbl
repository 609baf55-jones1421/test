000100***************************************************************** bbank70p
000200*                                                               * bbank70p
000300*   Copyright (C) 1998-2015 Micro Focus. All Rights Reserved.   * bbank70p
000400*   This demonstration program is provided for use by users     * bbank70p
000500*   of Micro Focus products and may be used, modified and       * bbank70p
000600*   distributed as part of your application provided that       * bbank70p
000700*   you properly acknowledge the copyright of Micro Focus       * bbank70p
000800*   in this material.                                           * bbank70p
000900*                                                               * bbank70p
001000***************************************************************** bbank70p
001100*                                                                 bbank70p
001200***************************************************************** bbank70p
001300* Program:     BBANK70P.CBL (CICS Version)                      * bbank70p
001400* Layer:       Business logic                                   * bbank70p
001500* Function:    Maintain the ACCTFILE account master online:     * bbank70p
001600*              browse accounts, open a new account at a zero    * bbank70p
001700*              balance for a userid on BANKUSR, change its      * bbank70p
001800*              description, move it to another owner, freeze    * bbank70p
001900*              and reinstate it, and close it once the balance  * bbank70p
002000*              is zero.  Balances are never touched here - only * bbank70p
002100*              the double-entry posting in BBANK50P moves       * bbank70p
002200*              money.  Every change is written to the ACCJRNL   * bbank70p
002300*              account-change journal through SACCL00P.  Only   * bbank70p
002400*              a userid carried on BANKUSR with the             * bbank70p
002500*              administrator authority flag may use these       * bbank70p
002600*              functions.                                       * bbank70p
002700***************************************************************** bbank70p
002800*                                                                 bbank70p
002900  IDENTIFICATION DIVISION.                                        bbank70p
003000  PROGRAM-ID.                                                     bbank70p
003100      BBANK70P.                                                   bbank70p
003200  DATE-WRITTEN.                                                   bbank70p
003300      October 2026.                                               bbank70p
003400  DATE-COMPILED.                                                  bbank70p
003500      Today.                                                      bbank70p
003600*                                                                 bbank70p
003700  ENVIRONMENT DIVISION.                                           bbank70p
003800*                                                                 bbank70p
003900  DATA DIVISION.                                                  bbank70p
004000  WORKING-STORAGE SECTION.                                        bbank70p
004100  01  WS-MISC-STORAGE.                                            bbank70p
004200      05  WS-PROGRAM-ID              PIC X(8)                     bbank70p
004300          VALUE 'BBANK70P'.                                       bbank70p
004400      05  WS-RESP                    PIC S9(8) COMP.              bbank70p
004500* Key on the screen when a PF8 browse starts.  READNEXT           bbank70p
004600* updates the RIDFLD as it goes, so the skip-the-current-         bbank70p
004700* record test below has to compare against this saved copy.       bbank70p
004800      05  WS-BROWSE-KEY              PIC X(08).                   bbank70p
004900      05  WS-EDIT-BALANCE            PIC -ZZZZZZ9.99.             bbank70p
005000* Set by ACCT70-LOCK: the account is held for update and is       bbank70p
005100* not closed, so the caller may go on and change it.              bbank70p
005200      05  WS-LOCK-SWITCH             PIC X(01).                   bbank70p
005300          88  WS-LOCKED              VALUE 'Y'.                   bbank70p
005400          88  WS-NOT-LOCKED          VALUE 'N'.                   bbank70p
005500* Set by ACCT70-CHECK-OWNER: the keyed owner is on BANKUSR.       bbank70p
005600      05  WS-OWNER-SWITCH            PIC X(01).                   bbank70p
005700          88  WS-OWNER-FOUND         VALUE 'Y'.                   bbank70p
005800          88  WS-OWNER-NOT-FOUND     VALUE 'N'.                   bbank70p
005900* Saved images of the fields an action is about to change,        bbank70p
006000* for the before side of the account-change journal.              bbank70p
006100      05  WS-OLD-OWNER               PIC X(08).                   bbank70p
006200      05  WS-OLD-DESC                PIC X(20).                   bbank70p
006300*                                                                 bbank70p
006400  COPY CACCREC.                                                   bbank70p
006500*                                                                 bbank70p
006600  COPY CUSRREC.                                                   bbank70p
006700*                                                                 bbank70p
006800  COPY CACJREC.                                                   bbank70p
006900*                                                                 bbank70p
007000  01  WS-MSG-WORK-AREA.                                           bbank70p
007100  COPY CMSGD.                                                     bbank70p
007200  LINKAGE SECTION.                                                bbank70p
007300  01  DFHCOMMAREA.                                                bbank70p
007400    05  BANK-DATA.                                                bbank70p
007500  COPY CBANKDAT.                                                  bbank70p
007600*                                                                 bbank70p
007700  PROCEDURE DIVISION.                                             bbank70p
007800***************************************************************** bbank70p
007900* Nobody gets in here without the administrator authority flag  * bbank70p
008000* set at signon from the BANKUSR record.  Anyone else is put    * bbank70p
008100* straight back on the main menu.                               * bbank70p
008200***************************************************************** bbank70p
008300      IF NOT BANK-ADMIN                                           bbank70p
008400         MOVE 'MBANK20' TO BANK-LAST-MAPSET                       bbank70p
008500         MOVE 'BANK20A' TO BANK-LAST-MAP                          bbank70p
008600         MOVE SPACES TO BANK-MENU-OPTION                          bbank70p
008700         MOVE 0021 TO MSG-IP-NUMBER                               bbank70p
008800         PERFORM MSG70-FETCH THRU MSG70-FETCH-EXIT                bbank70p
008900         MOVE MSG-OP-TEXT TO BANK-ERROR-MSG                       bbank70p
009000         GO TO BBANK70-EXIT                                       bbank70p
009100      END-IF.                                                     bbank70p
009200      IF BANK-AID-PFK03                                           bbank70p
009300         PERFORM ACCT70-RETURN THRU ACCT70-RETURN-EXIT            bbank70p
009400         GO TO BBANK70-EXIT                                       bbank70p
009500      END-IF.                                                     bbank70p
009600      IF BANK-AID-PFK08                                           bbank70p
009700         PERFORM ACCT70-NEXT THRU ACCT70-NEXT-EXIT                bbank70p
009800         GO TO BBANK70-EXIT                                       bbank70p
009900      END-IF.                                                     bbank70p
010000      PERFORM ACCT70-ACTION THRU ACCT70-ACTION-EXIT.              bbank70p
010100  BBANK70-EXIT.                                                   bbank70p
010200      EXEC CICS RETURN                                            bbank70p
010300      END-EXEC.                                                   bbank70p
010400      GOBACK.                                                     bbank70p
010500*                                                                 bbank70p
010600***************************************************************** bbank70p
010700* PF3 - back to the main menu.                                  * bbank70p
010800***************************************************************** bbank70p
010900  ACCT70-RETURN.                                                  bbank70p
011000      MOVE 'MBANK20' TO BANK-LAST-MAPSET.                         bbank70p
011100      MOVE 'BANK20A' TO BANK-LAST-MAP.                            bbank70p
011200      MOVE SPACES TO BANK-MENU-OPTION.                            bbank70p
011300      MOVE SPACES TO BANK-ACM-DATA.                               bbank70p
011400      MOVE SPACES TO BANK-ERROR-MSG.                              bbank70p
011500  ACCT70-RETURN-EXIT.                                             bbank70p
011600      EXIT.                                                       bbank70p
011700*                                                                 bbank70p
011800***************************************************************** bbank70p
011900* ENTER - route the keyed action code.                          * bbank70p
012000***************************************************************** bbank70p
012100  ACCT70-ACTION.                                                  bbank70p
012200      MOVE 'MBANK70' TO BANK-LAST-MAPSET.                         bbank70p
012300      MOVE 'BANK70A' TO BANK-LAST-MAP.                            bbank70p
012400      IF BANK-ACM-ACC-NO IS EQUAL TO SPACES                       bbank70p
012500         OR BANK-ACM-ACC-NO IS EQUAL TO LOW-VALUES                bbank70p
012600         MOVE 0060 TO MSG-IP-NUMBER                               bbank70p
012700         PERFORM MSG70-FETCH THRU MSG70-FETCH-EXIT                bbank70p
012800         MOVE MSG-OP-TEXT TO BANK-ERROR-MSG                       bbank70p
012900         GO TO ACCT70-ACTION-EXIT                                 bbank70p
013000      END-IF.                                                     bbank70p
013100      EVALUATE TRUE                                               bbank70p
013200        WHEN BANK-ACM-ACT-BROWSE                                  bbank70p
013300          PERFORM ACCT70-INQUIRE THRU ACCT70-INQUIRE-EXIT         bbank70p
013400        WHEN BANK-ACM-ACT-OPEN                                    bbank70p
013500          PERFORM ACCT70-OPEN THRU ACCT70-OPEN-EXIT               bbank70p
013600        WHEN BANK-ACM-ACT-DESC                                    bbank70p
013700          PERFORM ACCT70-DESC THRU ACCT70-DESC-EXIT               bbank70p
013800        WHEN BANK-ACM-ACT-MOVE                                    bbank70p
013900          PERFORM ACCT70-MOVE THRU ACCT70-MOVE-EXIT               bbank70p
014000        WHEN BANK-ACM-ACT-FREEZE                                  bbank70p
014100          PERFORM ACCT70-FREEZE THRU ACCT70-FREEZE-EXIT           bbank70p
014200        WHEN BANK-ACM-ACT-REINSTATE                               bbank70p
014300          PERFORM ACCT70-REINSTATE THRU ACCT70-REINSTATE-EXIT     bbank70p
014400        WHEN BANK-ACM-ACT-CLOSE                                   bbank70p
014500          PERFORM ACCT70-CLOSE THRU ACCT70-CLOSE-EXIT             bbank70p
014600        WHEN BANK-ACM-NO-ACTION                                   bbank70p
014700          MOVE 0023 TO MSG-IP-NUMBER                              bbank70p
014800          PERFORM MSG70-FETCH THRU MSG70-FETCH-EXIT               bbank70p
014900          MOVE MSG-OP-TEXT TO BANK-ERROR-MSG                      bbank70p
015000        WHEN OTHER                                                bbank70p
015100          MOVE 0024 TO MSG-IP-NUMBER                              bbank70p
015200          PERFORM MSG70-FETCH THRU MSG70-FETCH-EXIT               bbank70p
015300          MOVE MSG-OP-TEXT TO BANK-ERROR-MSG                      bbank70p
015400      END-EVALUATE.                                               bbank70p
015500  ACCT70-ACTION-EXIT.                                             bbank70p
015600      EXIT.                                                       bbank70p
015700*                                                                 bbank70p
015800***************************************************************** bbank70p
015900* B - show the record for the keyed account number, or the      * bbank70p
016000* first one at or beyond it in key sequence.                    * bbank70p
016100***************************************************************** bbank70p
016200  ACCT70-INQUIRE.                                                 bbank70p
016300      EXEC CICS READ                                              bbank70p
016400                DATASET('ACCTFILE')                               bbank70p
016500                INTO(ACC-RECORD)                                  bbank70p
016600                RIDFLD(BANK-ACM-ACC-NO)                           bbank70p
016700                GTEQ                                              bbank70p
016800                RESP(WS-RESP)                                     bbank70p
016900      END-EXEC.                                                   bbank70p
017000      IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                  bbank70p
017100         MOVE 0061 TO MSG-IP-NUMBER                               bbank70p
017200         PERFORM MSG70-FETCH THRU MSG70-FETCH-EXIT                bbank70p
017300         MOVE MSG-OP-TEXT TO BANK-ERROR-MSG                       bbank70p
017400         GO TO ACCT70-INQUIRE-EXIT                                bbank70p
017500      END-IF.                                                     bbank70p
017600      PERFORM ACCT70-SHOW THRU ACCT70-SHOW-EXIT.                  bbank70p
017700      MOVE SPACES TO BANK-ERROR-MSG.                              bbank70p
017800  ACCT70-INQUIRE-EXIT.                                            bbank70p
017900      EXIT.                                                       bbank70p
018000*                                                                 bbank70p
018100***************************************************************** bbank70p
018200* PF8 - browse forward: show the next account in key sequence   * bbank70p
018300* after the one on the screen.                                  * bbank70p
018400***************************************************************** bbank70p
018500  ACCT70-NEXT.                                                    bbank70p
018600      MOVE 'MBANK70' TO BANK-LAST-MAPSET.                         bbank70p
018700      MOVE 'BANK70A' TO BANK-LAST-MAP.                            bbank70p
018800      IF BANK-ACM-ACC-NO IS EQUAL TO SPACES                       bbank70p
018900         OR BANK-ACM-ACC-NO IS EQUAL TO LOW-VALUES                bbank70p
019000         MOVE LOW-VALUES TO BANK-ACM-ACC-NO                       bbank70p
019100      END-IF.                                                     bbank70p
019200      MOVE BANK-ACM-ACC-NO TO WS-BROWSE-KEY.                      bbank70p
019300      EXEC CICS STARTBR                                           bbank70p
019400                DATASET('ACCTFILE')                               bbank70p
019500                RIDFLD(BANK-ACM-ACC-NO)                           bbank70p
019600                GTEQ                                              bbank70p
019700                RESP(WS-RESP)                                     bbank70p
019800      END-EXEC.                                                   bbank70p
019900      IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                  bbank70p
020000         MOVE 0062 TO MSG-IP-NUMBER                               bbank70p
020100         PERFORM MSG70-FETCH THRU MSG70-FETCH-EXIT                bbank70p
020200         MOVE MSG-OP-TEXT TO BANK-ERROR-MSG                       bbank70p
020300         GO TO ACCT70-NEXT-EXIT                                   bbank70p
020400      END-IF.                                                     bbank70p
020500      EXEC CICS READNEXT                                          bbank70p
020600                DATASET('ACCTFILE')                               bbank70p
020700                INTO(ACC-RECORD)                                  bbank70p
020800                RIDFLD(BANK-ACM-ACC-NO)                           bbank70p
020900                RESP(WS-RESP)                                     bbank70p
021000      END-EXEC.                                                   bbank70p
021100* The first READNEXT returns the account already on the screen    bbank70p
021200* when it still exists; step over it to reach the one beyond.     bbank70p
021300      IF WS-RESP IS EQUAL TO DFHRESP(NORMAL)                      bbank70p
021400         AND ACC-ACCOUNT-NO IS EQUAL TO WS-BROWSE-KEY             bbank70p
021500         EXEC CICS READNEXT                                       bbank70p
021600                   DATASET('ACCTFILE')                            bbank70p
021700                   INTO(ACC-RECORD)                               bbank70p
021800                   RIDFLD(BANK-ACM-ACC-NO)                        bbank70p
021900                   RESP(WS-RESP)                                  bbank70p
022000         END-EXEC                                                 bbank70p
022100      END-IF.                                                     bbank70p
022200      EXEC CICS ENDBR                                             bbank70p
022300                DATASET('ACCTFILE')                               bbank70p
022400      END-EXEC.                                                   bbank70p
022500      IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                  bbank70p
022600         MOVE 0062 TO MSG-IP-NUMBER                               bbank70p
022700         PERFORM MSG70-FETCH THRU MSG70-FETCH-EXIT                bbank70p
022800         MOVE MSG-OP-TEXT TO BANK-ERROR-MSG                       bbank70p
022900         GO TO ACCT70-NEXT-EXIT                                   bbank70p
023000      END-IF.                                                     bbank70p
023100      PERFORM ACCT70-SHOW THRU ACCT70-SHOW-EXIT.                  bbank70p
023200      MOVE SPACES TO BANK-ERROR-MSG.                              bbank70p
023300  ACCT70-NEXT-EXIT.                                               bbank70p
023400      EXIT.                                                       bbank70p
023500*                                                                 bbank70p
023600***************************************************************** bbank70p
023700* O - open a new account for a userid on BANKUSR.  The account  * bbank70p
023800* starts at a zero balance; money only ever reaches it through  * bbank70p
023900* a journalled transfer.                                        * bbank70p
024000***************************************************************** bbank70p
024100  ACCT70-OPEN.                                                    bbank70p
024200      PERFORM ACCT70-CHECK-OWNER THRU ACCT70-CHECK-OWNER-EXIT.    bbank70p
024300      IF WS-OWNER-NOT-FOUND                                       bbank70p
024400         GO TO ACCT70-OPEN-EXIT                                   bbank70p
024500      END-IF.                                                     bbank70p
024600      IF BANK-ACM-DESC IS EQUAL TO SPACES                         bbank70p
024700         OR BANK-ACM-DESC IS EQUAL TO LOW-VALUES                  bbank70p
024800         MOVE 0065 TO MSG-IP-NUMBER                               bbank70p
024900         PERFORM MSG70-FETCH THRU MSG70-FETCH-EXIT                bbank70p
025000         MOVE MSG-OP-TEXT TO BANK-ERROR-MSG                       bbank70p
025100         GO TO ACCT70-OPEN-EXIT                                   bbank70p
025200      END-IF.                                                     bbank70p
025300      MOVE SPACES TO ACC-RECORD.                                  bbank70p
025400      MOVE BANK-ACM-ACC-NO TO ACC-ACCOUNT-NO.                     bbank70p
025500      MOVE BANK-ACM-OWNER TO ACC-SIGNON-ID.                       bbank70p
025600      MOVE BANK-ACM-DESC TO ACC-DESC.                             bbank70p
025700      MOVE ZERO TO ACC-BALANCE.                                   bbank70p
025800      MOVE 'O' TO ACC-STATUS.                                     bbank70p
025900      EXEC CICS WRITE                                             bbank70p
026000                DATASET('ACCTFILE')                               bbank70p
026100                FROM(ACC-RECORD)                                  bbank70p
026200                RIDFLD(ACC-ACCOUNT-NO)                            bbank70p
026300                RESP(WS-RESP)                                     bbank70p
026400      END-EXEC.                                                   bbank70p
026500      IF WS-RESP IS EQUAL TO DFHRESP(DUPREC)                      bbank70p
026600         MOVE 0066 TO MSG-IP-NUMBER                               bbank70p
026700         PERFORM MSG70-FETCH THRU MSG70-FETCH-EXIT                bbank70p
026800         MOVE MSG-OP-TEXT TO BANK-ERROR-MSG                       bbank70p
026900         GO TO ACCT70-OPEN-EXIT                                   bbank70p
027000      END-IF.                                                     bbank70p
027100      IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                  bbank70p
027200         MOVE 0067 TO MSG-IP-NUMBER                               bbank70p
027300         PERFORM MSG70-FETCH THRU MSG70-FETCH-EXIT                bbank70p
027400         MOVE MSG-OP-TEXT TO BANK-ERROR-MSG                       bbank70p
027500         GO TO ACCT70-OPEN-EXIT                                   bbank70p
027600      END-IF.                                                     bbank70p
027700* The account is on the file - journal who opened it.             bbank70p
027800      SET ACJ-ACTION-OPEN TO TRUE.                                bbank70p
027900      MOVE 'NO RECORD' TO ACJ-BEFORE.                             bbank70p
028000      MOVE SPACES TO ACJ-AFTER.                                   bbank70p
028100      STRING 'OWNER ' DELIMITED BY SIZE                           bbank70p
028200             ACC-SIGNON-ID DELIMITED BY SIZE                      bbank70p
028300             ' DESC ' DELIMITED BY SIZE                           bbank70p
028400             ACC-DESC DELIMITED BY SIZE                           bbank70p
028500        INTO ACJ-AFTER.                                           bbank70p
028600      PERFORM ACJ70-JOURNAL THRU ACJ70-JOURNAL-EXIT.              bbank70p
028700      PERFORM ACCT70-SHOW THRU ACCT70-SHOW-EXIT.                  bbank70p
028800      MOVE 0068 TO MSG-IP-NUMBER.                                 bbank70p
028900      PERFORM MSG70-FETCH THRU MSG70-FETCH-EXIT.                  bbank70p
029000      MOVE MSG-OP-TEXT TO BANK-ERROR-MSG.                         bbank70p
029100  ACCT70-OPEN-EXIT.                                               bbank70p
029200      EXIT.                                                       bbank70p
029300*                                                                 bbank70p
029400***************************************************************** bbank70p
029500* D - change the account description.                           * bbank70p
029600***************************************************************** bbank70p
029700  ACCT70-DESC.                                                    bbank70p
029800      IF BANK-ACM-DESC IS EQUAL TO SPACES                         bbank70p
029900         OR BANK-ACM-DESC IS EQUAL TO LOW-VALUES                  bbank70p
030000         MOVE 0065 TO MSG-IP-NUMBER                               bbank70p
030100         PERFORM MSG70-FETCH THRU MSG70-FETCH-EXIT                bbank70p
030200         MOVE MSG-OP-TEXT TO BANK-ERROR-MSG                       bbank70p
030300         GO TO ACCT70-DESC-EXIT                                   bbank70p
030400      END-IF.                                                     bbank70p
030500      PERFORM ACCT70-LOCK THRU ACCT70-LOCK-EXIT.                  bbank70p
030600      IF WS-NOT-LOCKED                                            bbank70p
030700         GO TO ACCT70-DESC-EXIT                                   bbank70p
030800      END-IF.                                                     bbank70p
030900      MOVE ACC-DESC TO WS-OLD-DESC.                               bbank70p
031000      MOVE BANK-ACM-DESC TO ACC-DESC.                             bbank70p
031100      PERFORM ACCT70-REWRITE THRU ACCT70-REWRITE-EXIT.            bbank70p
031200      IF WS-NOT-LOCKED                                            bbank70p
031300         GO TO ACCT70-DESC-EXIT                                   bbank70p
031400      END-IF.                                                     bbank70p
031500      SET ACJ-ACTION-DESC TO TRUE.                                bbank70p
031600      MOVE SPACES TO ACJ-BEFORE.                                  bbank70p
031700      STRING 'DESC ' DELIMITED BY SIZE                            bbank70p
031800             WS-OLD-DESC DELIMITED BY SIZE                        bbank70p
031900        INTO ACJ-BEFORE.                                          bbank70p
032000      MOVE SPACES TO ACJ-AFTER.                                   bbank70p
032100      STRING 'DESC ' DELIMITED BY SIZE                            bbank70p
032200             ACC-DESC DELIMITED BY SIZE                           bbank70p
032300        INTO ACJ-AFTER.                                           bbank70p
032400      PERFORM ACJ70-JOURNAL THRU ACJ70-JOURNAL-EXIT.              bbank70p
032500      PERFORM ACCT70-SHOW THRU ACCT70-SHOW-EXIT.                  bbank70p
032600      MOVE 0069 TO MSG-IP-NUMBER.                                 bbank70p
032700      PERFORM MSG70-FETCH THRU MSG70-FETCH-EXIT.                  bbank70p
032800      MOVE MSG-OP-TEXT TO BANK-ERROR-MSG.                         bbank70p
032900  ACCT70-DESC-EXIT.                                               bbank70p
033000      EXIT.                                                       bbank70p
033100*                                                                 bbank70p
033200***************************************************************** bbank70p
033300* M - move the account to another owner.  The new owner must    * bbank70p
033400* be on BANKUSR; the balance and status go with the account.    * bbank70p
033500***************************************************************** bbank70p
033600  ACCT70-MOVE.                                                    bbank70p
033700      PERFORM ACCT70-CHECK-OWNER THRU ACCT70-CHECK-OWNER-EXIT.    bbank70p
033800      IF WS-OWNER-NOT-FOUND                                       bbank70p
033900         GO TO ACCT70-MOVE-EXIT                                   bbank70p
034000      END-IF.                                                     bbank70p
034100      PERFORM ACCT70-LOCK THRU ACCT70-LOCK-EXIT.                  bbank70p
034200      IF WS-NOT-LOCKED                                            bbank70p
034300         GO TO ACCT70-MOVE-EXIT                                   bbank70p
034400      END-IF.                                                     bbank70p
034500      IF ACC-SIGNON-ID IS EQUAL TO BANK-ACM-OWNER                 bbank70p
034600         EXEC CICS UNLOCK DATASET('ACCTFILE') END-EXEC            bbank70p
034700         MOVE 0078 TO MSG-IP-NUMBER                               bbank70p
034800         PERFORM MSG70-FETCH THRU MSG70-FETCH-EXIT                bbank70p
034900         MOVE MSG-OP-TEXT TO BANK-ERROR-MSG                       bbank70p
035000         GO TO ACCT70-MOVE-EXIT                                   bbank70p
035100      END-IF.                                                     bbank70p
035200      MOVE ACC-SIGNON-ID TO WS-OLD-OWNER.                         bbank70p
035300      MOVE BANK-ACM-OWNER TO ACC-SIGNON-ID.                       bbank70p
035400      PERFORM ACCT70-REWRITE THRU ACCT70-REWRITE-EXIT.            bbank70p
035500      IF WS-NOT-LOCKED                                            bbank70p
035600         GO TO ACCT70-MOVE-EXIT                                   bbank70p
035700      END-IF.                                                     bbank70p
035800      SET ACJ-ACTION-MOVE TO TRUE.                                bbank70p
035900      MOVE SPACES TO ACJ-BEFORE.                                  bbank70p
036000      STRING 'OWNER ' DELIMITED BY SIZE                           bbank70p
036100             WS-OLD-OWNER DELIMITED BY SIZE                       bbank70p
036200        INTO ACJ-BEFORE.                                          bbank70p
036300      MOVE SPACES TO ACJ-AFTER.                                   bbank70p
036400      STRING 'OWNER ' DELIMITED BY SIZE                           bbank70p
036500             ACC-SIGNON-ID DELIMITED BY SIZE                      bbank70p
036600        INTO ACJ-AFTER.                                           bbank70p
036700      PERFORM ACJ70-JOURNAL THRU ACJ70-JOURNAL-EXIT.              bbank70p
036800      PERFORM ACCT70-SHOW THRU ACCT70-SHOW-EXIT.                  bbank70p
036900      MOVE 0070 TO MSG-IP-NUMBER.                                 bbank70p
037000      PERFORM MSG70-FETCH THRU MSG70-FETCH-EXIT.                  bbank70p
037100      MOVE MSG-OP-TEXT TO BANK-ERROR-MSG.                         bbank70p
037200  ACCT70-MOVE-EXIT.                                               bbank70p
037300      EXIT.                                                       bbank70p
037400*                                                                 bbank70p
037500***************************************************************** bbank70p
037600* F - freeze an open account.  BBANK50P will neither debit nor  * bbank70p
037700* credit it until it is reinstated.                             * bbank70p
037800***************************************************************** bbank70p
037900  ACCT70-FREEZE.                                                  bbank70p
038000      PERFORM ACCT70-LOCK THRU ACCT70-LOCK-EXIT.                  bbank70p
038100      IF WS-NOT-LOCKED                                            bbank70p
038200         GO TO ACCT70-FREEZE-EXIT                                 bbank70p
038300      END-IF.                                                     bbank70p
038400      IF NOT ACC-STATUS-OPEN                                      bbank70p
038500         EXEC CICS UNLOCK DATASET('ACCTFILE') END-EXEC            bbank70p
038600         MOVE 0076 TO MSG-IP-NUMBER                               bbank70p
038700         PERFORM MSG70-FETCH THRU MSG70-FETCH-EXIT                bbank70p
038800         MOVE MSG-OP-TEXT TO BANK-ERROR-MSG                       bbank70p
038900         GO TO ACCT70-FREEZE-EXIT                                 bbank70p
039000      END-IF.                                                     bbank70p
039100      SET ACC-STATUS-FROZEN TO TRUE.                              bbank70p
039200      PERFORM ACCT70-REWRITE THRU ACCT70-REWRITE-EXIT.            bbank70p
039300      IF WS-NOT-LOCKED                                            bbank70p
039400         GO TO ACCT70-FREEZE-EXIT                                 bbank70p
039500      END-IF.                                                     bbank70p
039600      SET ACJ-ACTION-FREEZE TO TRUE.                              bbank70p
039700      MOVE 'STATUS OPEN' TO ACJ-BEFORE.                           bbank70p
039800      MOVE 'STATUS FROZEN' TO ACJ-AFTER.                          bbank70p
039900      PERFORM ACJ70-JOURNAL THRU ACJ70-JOURNAL-EXIT.              bbank70p
040000      PERFORM ACCT70-SHOW THRU ACCT70-SHOW-EXIT.                  bbank70p
040100      MOVE 0071 TO MSG-IP-NUMBER.                                 bbank70p
040200      PERFORM MSG70-FETCH THRU MSG70-FETCH-EXIT.                  bbank70p
040300      MOVE MSG-OP-TEXT TO BANK-ERROR-MSG.                         bbank70p
040400  ACCT70-FREEZE-EXIT.                                             bbank70p
040500      EXIT.                                                       bbank70p
040600*                                                                 bbank70p
040700***************************************************************** bbank70p
040800* R - reinstate a frozen account so it can be used again.       * bbank70p
040900***************************************************************** bbank70p
041000  ACCT70-REINSTATE.                                               bbank70p
041100      PERFORM ACCT70-LOCK THRU ACCT70-LOCK-EXIT.                  bbank70p
041200      IF WS-NOT-LOCKED                                            bbank70p
041300         GO TO ACCT70-REINSTATE-EXIT                              bbank70p
041400      END-IF.                                                     bbank70p
041500      IF NOT ACC-STATUS-FROZEN                                    bbank70p
041600         EXEC CICS UNLOCK DATASET('ACCTFILE') END-EXEC            bbank70p
041700         MOVE 0077 TO MSG-IP-NUMBER                               bbank70p
041800         PERFORM MSG70-FETCH THRU MSG70-FETCH-EXIT                bbank70p
041900         MOVE MSG-OP-TEXT TO BANK-ERROR-MSG                       bbank70p
042000         GO TO ACCT70-REINSTATE-EXIT                              bbank70p
042100      END-IF.                                                     bbank70p
042200      MOVE 'O' TO ACC-STATUS.                                     bbank70p
042300      PERFORM ACCT70-REWRITE THRU ACCT70-REWRITE-EXIT.            bbank70p
042400      IF WS-NOT-LOCKED                                            bbank70p
042500         GO TO ACCT70-REINSTATE-EXIT                              bbank70p
042600      END-IF.                                                     bbank70p
042700      SET ACJ-ACTION-REINSTATE TO TRUE.                           bbank70p
042800      MOVE 'STATUS FROZEN' TO ACJ-BEFORE.                         bbank70p
042900      MOVE 'STATUS OPEN' TO ACJ-AFTER.                            bbank70p
043000      PERFORM ACJ70-JOURNAL THRU ACJ70-JOURNAL-EXIT.              bbank70p
043100      PERFORM ACCT70-SHOW THRU ACCT70-SHOW-EXIT.                  bbank70p
043200      MOVE 0072 TO MSG-IP-NUMBER.                                 bbank70p
043300      PERFORM MSG70-FETCH THRU MSG70-FETCH-EXIT.                  bbank70p
043400      MOVE MSG-OP-TEXT TO BANK-ERROR-MSG.                         bbank70p
043500  ACCT70-REINSTATE-EXIT.                                          bbank70p
043600      EXIT.                                                       bbank70p
043700*                                                                 bbank70p
043800***************************************************************** bbank70p
043900* C - close an account.  Only an account with nothing left in   * bbank70p
044000* it may be closed; the record stays on file, at zero, so its   * bbank70p
044100* postings can still be traced.  Closing is final.              * bbank70p
044200***************************************************************** bbank70p
044300  ACCT70-CLOSE.                                                   bbank70p
044400      PERFORM ACCT70-LOCK THRU ACCT70-LOCK-EXIT.                  bbank70p
044500      IF WS-NOT-LOCKED                                            bbank70p
044600         GO TO ACCT70-CLOSE-EXIT                                  bbank70p
044700      END-IF.                                                     bbank70p
044800      IF ACC-BALANCE IS NOT EQUAL TO ZERO                         bbank70p
044900         EXEC CICS UNLOCK DATASET('ACCTFILE') END-EXEC            bbank70p
045000         MOVE 0075 TO MSG-IP-NUMBER                               bbank70p
045100         PERFORM MSG70-FETCH THRU MSG70-FETCH-EXIT                bbank70p
045200         MOVE MSG-OP-TEXT TO BANK-ERROR-MSG                       bbank70p
045300         GO TO ACCT70-CLOSE-EXIT                                  bbank70p
045400      END-IF.                                                     bbank70p
045500      MOVE SPACES TO ACJ-BEFORE.                                  bbank70p
045600      IF ACC-STATUS-FROZEN                                        bbank70p
045700         MOVE 'STATUS FROZEN' TO ACJ-BEFORE                       bbank70p
045800      ELSE                                                        bbank70p
045900         MOVE 'STATUS OPEN' TO ACJ-BEFORE                         bbank70p
046000      END-IF.                                                     bbank70p
046100      SET ACC-STATUS-CLOSED TO TRUE.                              bbank70p
046200      PERFORM ACCT70-REWRITE THRU ACCT70-REWRITE-EXIT.            bbank70p
046300      IF WS-NOT-LOCKED                                            bbank70p
046400         GO TO ACCT70-CLOSE-EXIT                                  bbank70p
046500      END-IF.                                                     bbank70p
046600      SET ACJ-ACTION-CLOSE TO TRUE.                               bbank70p
046700      MOVE 'STATUS CLOSED' TO ACJ-AFTER.                          bbank70p
046800      PERFORM ACJ70-JOURNAL THRU ACJ70-JOURNAL-EXIT.              bbank70p
046900      PERFORM ACCT70-SHOW THRU ACCT70-SHOW-EXIT.                  bbank70p
047000      MOVE 0073 TO MSG-IP-NUMBER.                                 bbank70p
047100      PERFORM MSG70-FETCH THRU MSG70-FETCH-EXIT.                  bbank70p
047200      MOVE MSG-OP-TEXT TO BANK-ERROR-MSG.                         bbank70p
047300  ACCT70-CLOSE-EXIT.                                              bbank70p
047400      EXIT.                                                       bbank70p
047500*                                                                 bbank70p
047600***************************************************************** bbank70p
047700* Make sure an owner userid has been keyed and is on BANKUSR.   * bbank70p
047800* Accounts are only ever opened for, or moved to, a userid      * bbank70p
047900* that can sign on and see them.                                * bbank70p
048000***************************************************************** bbank70p
048100  ACCT70-CHECK-OWNER.                                             bbank70p
048200      SET WS-OWNER-NOT-FOUND TO TRUE.                             bbank70p
048300      IF BANK-ACM-OWNER IS EQUAL TO SPACES                        bbank70p
048400         OR BANK-ACM-OWNER IS EQUAL TO LOW-VALUES                 bbank70p
048500         MOVE 0063 TO MSG-IP-NUMBER                               bbank70p
048600         PERFORM MSG70-FETCH THRU MSG70-FETCH-EXIT                bbank70p
048700         MOVE MSG-OP-TEXT TO BANK-ERROR-MSG                       bbank70p
048800         GO TO ACCT70-CHECK-OWNER-EXIT                            bbank70p
048900      END-IF.                                                     bbank70p
049000      EXEC CICS READ                                              bbank70p
049100                DATASET('BANKUSR')                                bbank70p
049200                INTO(USR-RECORD)                                  bbank70p
049300                RIDFLD(BANK-ACM-OWNER)                            bbank70p
049400                RESP(WS-RESP)                                     bbank70p
049500      END-EXEC.                                                   bbank70p
049600      IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                  bbank70p
049700         MOVE 0064 TO MSG-IP-NUMBER                               bbank70p
049800         PERFORM MSG70-FETCH THRU MSG70-FETCH-EXIT                bbank70p
049900         MOVE MSG-OP-TEXT TO BANK-ERROR-MSG                       bbank70p
050000         GO TO ACCT70-CHECK-OWNER-EXIT                            bbank70p
050100      END-IF.                                                     bbank70p
050200      SET WS-OWNER-FOUND TO TRUE.                                 bbank70p
050300  ACCT70-CHECK-OWNER-EXIT.                                        bbank70p
050400      EXIT.                                                       bbank70p
050500*                                                                 bbank70p
050600***************************************************************** bbank70p
050700* Read the keyed account for update.  A closed account is       * bbank70p
050800* released again at once: nothing about it may change.          * bbank70p
050900***************************************************************** bbank70p
051000  ACCT70-LOCK.                                                    bbank70p
051100      SET WS-NOT-LOCKED TO TRUE.                                  bbank70p
051200      EXEC CICS READ UPDATE                                       bbank70p
051300                DATASET('ACCTFILE')                               bbank70p
051400                INTO(ACC-RECORD)                                  bbank70p
051500                RIDFLD(BANK-ACM-ACC-NO)                           bbank70p
051600                RESP(WS-RESP)                                     bbank70p
051700      END-EXEC.                                                   bbank70p
051800      IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                  bbank70p
051900         MOVE 0061 TO MSG-IP-NUMBER                               bbank70p
052000         PERFORM MSG70-FETCH THRU MSG70-FETCH-EXIT                bbank70p
052100         MOVE MSG-OP-TEXT TO BANK-ERROR-MSG                       bbank70p
052200         GO TO ACCT70-LOCK-EXIT                                   bbank70p
052300      END-IF.                                                     bbank70p
052400      IF ACC-STATUS-CLOSED                                        bbank70p
052500         EXEC CICS UNLOCK DATASET('ACCTFILE') END-EXEC            bbank70p
052600         PERFORM ACCT70-SHOW THRU ACCT70-SHOW-EXIT                bbank70p
052700         MOVE 0074 TO MSG-IP-NUMBER                               bbank70p
052800         PERFORM MSG70-FETCH THRU MSG70-FETCH-EXIT                bbank70p
052900         MOVE MSG-OP-TEXT TO BANK-ERROR-MSG                       bbank70p
053000         GO TO ACCT70-LOCK-EXIT                                   bbank70p
053100      END-IF.                                                     bbank70p
053200      SET WS-LOCKED TO TRUE.                                      bbank70p
053300  ACCT70-LOCK-EXIT.                                               bbank70p
053400      EXIT.                                                       bbank70p
053500*                                                                 bbank70p
053600***************************************************************** bbank70p
053700* Put back the record ACCT70-LOCK read.  On failure the         * bbank70p
053800* caller sees WS-NOT-LOCKED and stops before journalling.       * bbank70p
053900***************************************************************** bbank70p
054000  ACCT70-REWRITE.                                                 bbank70p
054100      EXEC CICS REWRITE                                           bbank70p
054200                DATASET('ACCTFILE')                               bbank70p
054300                FROM(ACC-RECORD)                                  bbank70p
054400                RESP(WS-RESP)                                     bbank70p
054500      END-EXEC.                                                   bbank70p
054600      IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                  bbank70p
054700         SET WS-NOT-LOCKED TO TRUE                                bbank70p
054800         MOVE 0067 TO MSG-IP-NUMBER                               bbank70p
054900         PERFORM MSG70-FETCH THRU MSG70-FETCH-EXIT                bbank70p
055000         MOVE MSG-OP-TEXT TO BANK-ERROR-MSG                       bbank70p
055100      END-IF.                                                     bbank70p
055200  ACCT70-REWRITE-EXIT.                                            bbank70p
055300      EXIT.                                                       bbank70p
055400*                                                                 bbank70p
055500***************************************************************** bbank70p
055600* Move the record just read or written back to the commarea     * bbank70p
055700* fields the maintenance screen displays, with the owner's      * bbank70p
055800* name from BANKUSR so the administrator can see whose account  * bbank70p
055900* it is.                                                        * bbank70p
056000***************************************************************** bbank70p
056100  ACCT70-SHOW.                                                    bbank70p
056200      MOVE ACC-ACCOUNT-NO TO BANK-ACM-ACC-NO.                     bbank70p
056300      MOVE ACC-SIGNON-ID TO BANK-ACM-OWNER.                       bbank70p
056400      MOVE ACC-DESC TO BANK-ACM-DESC.                             bbank70p
056500      MOVE ACC-BALANCE TO WS-EDIT-BALANCE.                        bbank70p
056600      MOVE WS-EDIT-BALANCE TO BANK-ACM-BALANCE.                   bbank70p
056700      EVALUATE TRUE                                               bbank70p
056800        WHEN ACC-STATUS-FROZEN                                    bbank70p
056900          MOVE 'FROZEN' TO BANK-ACM-STATUS                        bbank70p
057000        WHEN ACC-STATUS-CLOSED                                    bbank70p
057100          MOVE 'CLOSED' TO BANK-ACM-STATUS                        bbank70p
057200        WHEN OTHER                                                bbank70p
057300          MOVE 'OPEN' TO BANK-ACM-STATUS                          bbank70p
057400      END-EVALUATE.                                               bbank70p
057500      EXEC CICS READ                                              bbank70p
057600                DATASET('BANKUSR')                                bbank70p
057700                INTO(USR-RECORD)                                  bbank70p
057800                RIDFLD(ACC-SIGNON-ID)                             bbank70p
057900                RESP(WS-RESP)                                     bbank70p
058000      END-EXEC.                                                   bbank70p
058100      IF WS-RESP IS EQUAL TO DFHRESP(NORMAL)                      bbank70p
058200         MOVE USR-NAME TO BANK-ACM-OWNER-NAME                     bbank70p
058300      ELSE                                                        bbank70p
058400         MOVE 'NOT ON BANKUSR' TO BANK-ACM-OWNER-NAME             bbank70p
058500      END-IF.                                                     bbank70p
058600  ACCT70-SHOW-EXIT.                                               bbank70p
058700      EXIT.                                                       bbank70p
058800*                                                                 bbank70p
058900***************************************************************** bbank70p
059000* One account-change journal record for the action just       *   bbank70p
059100* applied.  The caller has set ACJ-ACTION and the before and  *   bbank70p
059200* after texts; everything else is common.  SACCL00P returns   *   bbank70p
059300* whether or not the write works, so journalling trouble can  *   bbank70p
059400* never stop the maintenance function itself.                 *   bbank70p
059500***************************************************************** bbank70p
059600  ACJ70-JOURNAL.                                                  bbank70p
059700      MOVE EIBDATE TO ACJ-DATE.                                   bbank70p
059800      MOVE EIBTIME TO ACJ-TIME.                                   bbank70p
059900      MOVE BANK-SIGNON-ID TO ACJ-ACTOR.                           bbank70p
060000      MOVE BANK-ACM-ACC-NO TO ACJ-ACCOUNT-NO.                     bbank70p
060100      EXEC CICS LINK PROGRAM('SACCL00P')                          bbank70p
060200                     COMMAREA(ACJ-RECORD)                         bbank70p
060300                     LENGTH(LENGTH OF ACJ-RECORD)                 bbank70p
060400      END-EXEC.                                                   bbank70p
060500  ACJ70-JOURNAL-EXIT.                                             bbank70p
060600      EXIT.                                                       bbank70p
060700*                                                                 bbank70p
060800*                                                                 bbank70p
060900***************************************************************** bbank70p
061000* Fetch one catalogue message text in the language the user   *   bbank70p
061100* signed on with.                                             *   bbank70p
061200***************************************************************** bbank70p
061300  MSG70-FETCH.                                                    bbank70p
061400      MOVE BANK-LANGUAGE TO MSG-IP-LANGUAGE.                      bbank70p
061500      EXEC CICS LINK PROGRAM('SMSGC00P')                          bbank70p
061600                     COMMAREA(WS-MSG-WORK-AREA)                   bbank70p
061700                     LENGTH(LENGTH OF WS-MSG-WORK-AREA)           bbank70p
061800      END-EXEC.                                                   bbank70p
061900  MSG70-FETCH-EXIT.                                               bbank70p
062000      EXIT.                                                       bbank70p
062100* $ Version 1.00 sequenced on Thursday 15 Oct 2026 at 1:00pm      bbank70p
