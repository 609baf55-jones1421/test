000100***************************************************************** bbank90p
000200*                                                               * bbank90p
000300*   Copyright (C) 1998-2015 Micro Focus. All Rights Reserved.   * bbank90p
000400*   This demonstration program is provided for use by users     * bbank90p
000500*   of Micro Focus products and may be used, modified and       * bbank90p
000600*   distributed as part of your application provided that       * bbank90p
000700*   you properly acknowledge the copyright of Micro Focus       * bbank90p
000800*   in this material.                                           * bbank90p
000900*                                                               * bbank90p
001000***************************************************************** bbank90p
001100*                                                                 bbank90p
001200***************************************************************** bbank90p
001300* Program:     BBANK90P.CBL (CICS Version)                      * bbank90p
001400* Layer:       Business logic                                   * bbank90p
001500* Function:    List and cancel scheduled transfers.  BBANK50P   * bbank90p
001600*              files a transfer keyed with a date after today   * bbank90p
001700*              on STOFILE instead of posting it - a one-off     * bbank90p
001800*              future-dated transfer, or a weekly or monthly    * bbank90p
001900*              standing order - and SSTO00P posts it overnight  * bbank90p
002000*              when it falls due.  This program lists the       * bbank90p
002100*              signed-on user's own live items in number order, * bbank90p
002200*              with accounts, amount, frequency, the date each  * bbank90p
002300*              next falls due and a RETRY note against any      * bbank90p
002400*              whose last attempt failed, and lets the owner    * bbank90p
002500*              cancel one.  Nobody may see or cancel another    * bbank90p
002600*              user's scheduled transfers.                      * bbank90p
002700***************************************************************** bbank90p
002800*                                                                 bbank90p
002900  IDENTIFICATION DIVISION.                                        bbank90p
003000  PROGRAM-ID.                                                     bbank90p
003100      BBANK90P.                                                   bbank90p
003200  DATE-WRITTEN.                                                   bbank90p
003300      October 2026.                                               bbank90p
003400  DATE-COMPILED.                                                  bbank90p
003500      Today.                                                      bbank90p
003600*                                                                 bbank90p
003700  ENVIRONMENT DIVISION.                                           bbank90p
003800*                                                                 bbank90p
003900  DATA DIVISION.                                                  bbank90p
004000  WORKING-STORAGE SECTION.                                        bbank90p
004100  01  WS-MISC-STORAGE.                                            bbank90p
004200      05  WS-PROGRAM-ID              PIC X(8)                     bbank90p
004300          VALUE 'BBANK90P'.                                       bbank90p
004400      05  WS-RESP                    PIC S9(8) COMP.              bbank90p
004500      05  WS-DYNAMIC-PGM             PIC X(8)                     bbank90p
004600          VALUE 'UNKNOWN'.                                        bbank90p
004700* Browse key for the STOFILE scan.  Started at 0000001 so the     bbank90p
004800* file's control record is never read; READNEXT updates the       bbank90p
004900* RIDFLD as it goes.                                              bbank90p
005000      05  WS-STO-KEY                 PIC 9(07).                   bbank90p
005100      05  WS-BROWSE-SWITCH           PIC X(01).                   bbank90p
005200          88  WS-BROWSE-DONE         VALUE 'Y'.                   bbank90p
005300          88  WS-BROWSE-NOT-DONE     VALUE 'N'.                   bbank90p
005400      05  WS-PAGE-MSG                PIC 9(04).                   bbank90p
005500      05  WS-ACTION-SWITCH           PIC X(01).                   bbank90p
005600          88  WS-ACTION-TAKEN        VALUE 'Y'.                   bbank90p
005700          88  WS-ACTION-NOT-TAKEN    VALUE 'N'.                   bbank90p
005800      05  WS-ITEM-ID                 PIC 9(07).                   bbank90p
005900      05  WS-EDIT-AMOUNT             PIC -ZZZZZZ9.99.             bbank90p
006000*                                                                 bbank90p
006100***************************************************************** bbank90p
006200* Paging work.  STOFILE is keyed on the scheduled transfer      * bbank90p
006300* number only, so each page is found by reading forward from    * bbank90p
006400* the lowest and passing over the user's items on the pages     * bbank90p
006500* before it.                                                    * bbank90p
006600***************************************************************** bbank90p
006700  01  WS-SCHD-WORK.                                               bbank90p
006800      05  WS-LINES-PER-PAGE          PIC 9(02) VALUE 8.           bbank90p
006900      05  WS-SKIP-COUNT              PIC 9(07).                   bbank90p
007000      05  WS-ITEMS-SEEN              PIC 9(07).                   bbank90p
007100*                                                                 bbank90p
007200  01  WS-TIME-DATE-WORK-AREA.                                     bbank90p
007300  COPY CDATED.                                                    bbank90p
007400*                                                                 bbank90p
007500  COPY CSTOREC.                                                   bbank90p
007600*                                                                 bbank90p
007700*                                                                 bbank90p
007800  01  WS-MSG-WORK-AREA.                                           bbank90p
007900  COPY CMSGD.                                                     bbank90p
008000  LINKAGE SECTION.                                                bbank90p
008100  01  DFHCOMMAREA.                                                bbank90p
008200    05  BANK-DATA.                                                bbank90p
008300  COPY CBANKDAT.                                                  bbank90p
008400*                                                                 bbank90p
008500  PROCEDURE DIVISION.                                             bbank90p
008600***************************************************************** bbank90p
008700* PF3 is back to the menu.  ENTER acts on any item keyed, then  * bbank90p
008800* the list is built afresh; PF7/PF8 page through it.            * bbank90p
008900***************************************************************** bbank90p
009000      IF BANK-AID-PFK03                                           bbank90p
009100         PERFORM SCHD90-RETURN THRU SCHD90-RETURN-EXIT            bbank90p
009200         GO TO BBANK90-EXIT                                       bbank90p
009300      END-IF.                                                     bbank90p
009400      SET WS-ACTION-NOT-TAKEN TO TRUE.                            bbank90p
009500      IF NOT BANK-AID-PFK07                                       bbank90p
009600         AND NOT BANK-AID-PFK08                                   bbank90p
009700         PERFORM SCHD90-ACTION THRU SCHD90-ACTION-EXIT            bbank90p
009800      END-IF.                                                     bbank90p
009900      PERFORM SCHD90-LIST THRU SCHD90-LIST-EXIT.                  bbank90p
010000  BBANK90-EXIT.                                                   bbank90p
010100      EXEC CICS RETURN                                            bbank90p
010200      END-EXEC.                                                   bbank90p
010300      GOBACK.                                                     bbank90p
010400*                                                                 bbank90p
010500***************************************************************** bbank90p
010600* PF3 - back to the main menu.                                  * bbank90p
010700***************************************************************** bbank90p
010800  SCHD90-RETURN.                                                  bbank90p
010900      MOVE 'MBANK20' TO BANK-LAST-MAPSET.                         bbank90p
011000      MOVE 'BANK20A' TO BANK-LAST-MAP.                            bbank90p
011100      MOVE SPACES TO BANK-MENU-OPTION.                            bbank90p
011200      MOVE SPACES TO BANK-SCH-DATA.                               bbank90p
011300      MOVE ZERO TO BANK-SCH-PAGE.                                 bbank90p
011400      MOVE ZERO TO BANK-SCH-LINE-CNT.                             bbank90p
011500      MOVE SPACES TO BANK-ERROR-MSG.                              bbank90p
011600  SCHD90-RETURN-EXIT.                                             bbank90p
011700      EXIT.                                                       bbank90p
011800*                                                                 bbank90p
011900***************************************************************** bbank90p
012000* ENTER - act on the scheduled transfer keyed on the screen.    * bbank90p
012100* With no action keyed the list is simply shown again from the  * bbank90p
012200* top.  The number must be keyed in full, as the list shows it. * bbank90p
012300* An item on file but owned by somebody else gets the same      * bbank90p
012400* message as one not on file at all, so the screen cannot be    * bbank90p
012500* used to probe for other people's standing orders.             * bbank90p
012600***************************************************************** bbank90p
012700  SCHD90-ACTION.                                                  bbank90p
012800      MOVE 'MBANK90' TO BANK-LAST-MAPSET.                         bbank90p
012900      MOVE 'BANK90A' TO BANK-LAST-MAP.                            bbank90p
013000      IF BANK-SCH-NO-ACTION                                       bbank90p
013100         GO TO SCHD90-ACTION-EXIT                                 bbank90p
013200      END-IF.                                                     bbank90p
013300      SET WS-ACTION-TAKEN TO TRUE.                                bbank90p
013400      IF NOT BANK-SCH-ACT-CANCEL                                  bbank90p
013500         MOVE 0024 TO MSG-IP-NUMBER                               bbank90p
013600         PERFORM MSG90-FETCH THRU MSG90-FETCH-EXIT                bbank90p
013700         MOVE MSG-OP-TEXT TO BANK-ERROR-MSG                       bbank90p
013800         GO TO SCHD90-ACTION-EXIT                                 bbank90p
013900      END-IF.                                                     bbank90p
014000      IF BANK-SCH-ID IS NOT NUMERIC                               bbank90p
014100         MOVE 0100 TO MSG-IP-NUMBER                               bbank90p
014200         PERFORM MSG90-FETCH THRU MSG90-FETCH-EXIT                bbank90p
014300         MOVE MSG-OP-TEXT TO BANK-ERROR-MSG                       bbank90p
014400         GO TO SCHD90-ACTION-EXIT                                 bbank90p
014500      END-IF.                                                     bbank90p
014600      MOVE BANK-SCH-ID TO WS-ITEM-ID.                             bbank90p
014700      IF WS-ITEM-ID IS EQUAL TO ZERO                              bbank90p
014800         MOVE 0100 TO MSG-IP-NUMBER                               bbank90p
014900         PERFORM MSG90-FETCH THRU MSG90-FETCH-EXIT                bbank90p
015000         MOVE MSG-OP-TEXT TO BANK-ERROR-MSG                       bbank90p
015100         GO TO SCHD90-ACTION-EXIT                                 bbank90p
015200      END-IF.                                                     bbank90p
015300      EXEC CICS READ UPDATE                                       bbank90p
015400                DATASET('STOFILE')                                bbank90p
015500                INTO(STO-RECORD)                                  bbank90p
015600                RIDFLD(WS-ITEM-ID)                                bbank90p
015700                RESP(WS-RESP)                                     bbank90p
015800      END-EXEC.                                                   bbank90p
015900      IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                  bbank90p
016000         MOVE 0101 TO MSG-IP-NUMBER                               bbank90p
016100         PERFORM MSG90-FETCH THRU MSG90-FETCH-EXIT                bbank90p
016200         MOVE MSG-OP-TEXT TO BANK-ERROR-MSG                       bbank90p
016300         GO TO SCHD90-ACTION-EXIT                                 bbank90p
016400      END-IF.                                                     bbank90p
016500      IF STO-SIGNON-ID IS NOT EQUAL TO BANK-SIGNON-ID             bbank90p
016600         EXEC CICS UNLOCK DATASET('STOFILE') END-EXEC             bbank90p
016700         MOVE 0101 TO MSG-IP-NUMBER                               bbank90p
016800         PERFORM MSG90-FETCH THRU MSG90-FETCH-EXIT                bbank90p
016900         MOVE MSG-OP-TEXT TO BANK-ERROR-MSG                       bbank90p
017000         GO TO SCHD90-ACTION-EXIT                                 bbank90p
017100      END-IF.                                                     bbank90p
017200      IF NOT STO-STATUS-ACTIVE                                    bbank90p
017300         EXEC CICS UNLOCK DATASET('STOFILE') END-EXEC             bbank90p
017400         MOVE 0102 TO MSG-IP-NUMBER                               bbank90p
017500         PERFORM MSG90-FETCH THRU MSG90-FETCH-EXIT                bbank90p
017600         MOVE MSG-OP-TEXT TO BANK-ERROR-MSG                       bbank90p
017700         GO TO SCHD90-ACTION-EXIT                                 bbank90p
017800      END-IF.                                                     bbank90p
017900      SET STO-STATUS-CANCELLED TO TRUE.                           bbank90p
018000      MOVE EIBDATE TO STO-END-DATE.                               bbank90p
018100      EXEC CICS REWRITE                                           bbank90p
018200                DATASET('STOFILE')                                bbank90p
018300                FROM(STO-RECORD)                                  bbank90p
018400                RESP(WS-RESP)                                     bbank90p
018500      END-EXEC.                                                   bbank90p
018600      IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                  bbank90p
018700         MOVE 0104 TO MSG-IP-NUMBER                               bbank90p
018800         PERFORM MSG90-FETCH THRU MSG90-FETCH-EXIT                bbank90p
018900         MOVE MSG-OP-TEXT TO BANK-ERROR-MSG                       bbank90p
019000         GO TO SCHD90-ACTION-EXIT                                 bbank90p
019100      END-IF.                                                     bbank90p
019200      MOVE SPACES TO BANK-SCH-ACTION.                             bbank90p
019300      MOVE SPACES TO BANK-SCH-ID.                                 bbank90p
019400      MOVE 0103 TO MSG-IP-NUMBER.                                 bbank90p
019500      PERFORM MSG90-FETCH THRU MSG90-FETCH-EXIT.                  bbank90p
019600      MOVE MSG-OP-TEXT TO BANK-ERROR-MSG.                         bbank90p
019700  SCHD90-ACTION-EXIT.                                             bbank90p
019800      EXIT.                                                       bbank90p
019900*                                                                 bbank90p
020000***************************************************************** bbank90p
020100* Build a page of the user's live scheduled transfers, lowest   * bbank90p
020200* number first.  ENTER always starts again from the first page; * bbank90p
020300* PF7 before the first page or PF8 past the last leaves the     * bbank90p
020400* page where it was and says so.  A message from an action just * bbank90p
020500* taken is left on the screen.                                  * bbank90p
020600***************************************************************** bbank90p
020700  SCHD90-LIST.                                                    bbank90p
020800      MOVE 'MBANK90' TO BANK-LAST-MAPSET.                         bbank90p
020900      MOVE 'BANK90A' TO BANK-LAST-MAP.                            bbank90p
021000      MOVE ZERO TO WS-PAGE-MSG.                                   bbank90p
021100      IF BANK-SCH-PAGE IS NOT NUMERIC                             bbank90p
021200         OR BANK-SCH-PAGE IS EQUAL TO ZERO                        bbank90p
021300         MOVE 1 TO BANK-SCH-PAGE                                  bbank90p
021400      END-IF.                                                     bbank90p
021500      EVALUATE TRUE                                               bbank90p
021600        WHEN BANK-AID-PFK08                                       bbank90p
021700          IF BANK-SCH-MORE                                        bbank90p
021800             ADD 1 TO BANK-SCH-PAGE                               bbank90p
021900          ELSE                                                    bbank90p
022000             MOVE 0105 TO WS-PAGE-MSG                             bbank90p
022100          END-IF                                                  bbank90p
022200        WHEN BANK-AID-PFK07                                       bbank90p
022300          IF BANK-SCH-PAGE IS GREATER THAN 1                      bbank90p
022400             SUBTRACT 1 FROM BANK-SCH-PAGE                        bbank90p
022500          ELSE                                                    bbank90p
022600             MOVE 0092 TO WS-PAGE-MSG                             bbank90p
022700          END-IF                                                  bbank90p
022800        WHEN OTHER                                                bbank90p
022900          MOVE 1 TO BANK-SCH-PAGE                                 bbank90p
023000      END-EVALUATE.                                               bbank90p
023100      PERFORM SCHD90-CLEAR-PAGE THRU SCHD90-CLEAR-PAGE-EXIT.      bbank90p
023200      MOVE ZERO TO WS-ITEMS-SEEN.                                 bbank90p
023300      COMPUTE WS-SKIP-COUNT =                                     bbank90p
023400         (BANK-SCH-PAGE - 1) * WS-LINES-PER-PAGE.                 bbank90p
023500      SET WS-BROWSE-NOT-DONE TO TRUE.                             bbank90p
023600      MOVE 1 TO WS-STO-KEY.                                       bbank90p
023700      EXEC CICS STARTBR                                           bbank90p
023800                DATASET('STOFILE')                                bbank90p
023900                RIDFLD(WS-STO-KEY)                                bbank90p
024000                GTEQ                                              bbank90p
024100                RESP(WS-RESP)                                     bbank90p
024200      END-EXEC.                                                   bbank90p
024300      IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                  bbank90p
024400         GO TO SCHD90-LIST-MESSAGE                                bbank90p
024500      END-IF.                                                     bbank90p
024600      PERFORM SCHD90-NEXT THRU SCHD90-NEXT-EXIT                   bbank90p
024700              UNTIL WS-BROWSE-DONE                                bbank90p
024800                 OR BANK-SCH-LINE-CNT IS EQUAL TO                 bbank90p
024900                    WS-LINES-PER-PAGE.                            bbank90p
025000* The page is full; look on for one more live item so PF8 knows   bbank90p
025100* whether there is another page to show.                          bbank90p
025200      IF BANK-SCH-LINE-CNT IS EQUAL TO WS-LINES-PER-PAGE          bbank90p
025300         AND WS-BROWSE-NOT-DONE                                   bbank90p
025400         PERFORM SCHD90-MORE THRU SCHD90-MORE-EXIT                bbank90p
025500                 UNTIL WS-BROWSE-DONE                             bbank90p
025600                    OR BANK-SCH-MORE                              bbank90p
025700      END-IF.                                                     bbank90p
025800      EXEC CICS ENDBR                                             bbank90p
025900                DATASET('STOFILE')                                bbank90p
026000      END-EXEC.                                                   bbank90p
026100  SCHD90-LIST-MESSAGE.                                            bbank90p
026200      IF WS-PAGE-MSG IS NOT EQUAL TO ZERO                         bbank90p
026300         MOVE WS-PAGE-MSG TO MSG-IP-NUMBER                        bbank90p
026400         PERFORM MSG90-FETCH THRU MSG90-FETCH-EXIT                bbank90p
026500         MOVE MSG-OP-TEXT TO BANK-ERROR-MSG                       bbank90p
026600         GO TO SCHD90-LIST-EXIT                                   bbank90p
026700      END-IF.                                                     bbank90p
026800      IF WS-ACTION-TAKEN                                          bbank90p
026900         GO TO SCHD90-LIST-EXIT                                   bbank90p
027000      END-IF.                                                     bbank90p
027100      IF BANK-SCH-LINE-CNT IS EQUAL TO ZERO                       bbank90p
027200         MOVE 0099 TO MSG-IP-NUMBER                               bbank90p
027300         PERFORM MSG90-FETCH THRU MSG90-FETCH-EXIT                bbank90p
027400         MOVE MSG-OP-TEXT TO BANK-ERROR-MSG                       bbank90p
027500      ELSE                                                        bbank90p
027600         MOVE SPACES TO BANK-ERROR-MSG                            bbank90p
027700      END-IF.                                                     bbank90p
027800  SCHD90-LIST-EXIT.                                               bbank90p
027900      EXIT.                                                       bbank90p
028000*                                                                 bbank90p
028100***************************************************************** bbank90p
028200* Empty the page area before it is rebuilt.                     * bbank90p
028300***************************************************************** bbank90p
028400  SCHD90-CLEAR-PAGE.                                              bbank90p
028500      SET BANK-SCH-NO-MORE TO TRUE.                               bbank90p
028600      MOVE ZERO TO BANK-SCH-LINE-CNT.                             bbank90p
028700      MOVE SPACES TO BANK-SCH-LINE (01).                          bbank90p
028800      MOVE SPACES TO BANK-SCH-LINE (02).                          bbank90p
028900      MOVE SPACES TO BANK-SCH-LINE (03).                          bbank90p
029000      MOVE SPACES TO BANK-SCH-LINE (04).                          bbank90p
029100      MOVE SPACES TO BANK-SCH-LINE (05).                          bbank90p
029200      MOVE SPACES TO BANK-SCH-LINE (06).                          bbank90p
029300      MOVE SPACES TO BANK-SCH-LINE (07).                          bbank90p
029400      MOVE SPACES TO BANK-SCH-LINE (08).                          bbank90p
029500  SCHD90-CLEAR-PAGE-EXIT.                                         bbank90p
029600      EXIT.                                                       bbank90p
029700*                                                                 bbank90p
029800***************************************************************** bbank90p
029900* One record of the forward scan: end of file (or any browse    * bbank90p
030000* error) ends it.  Other users' items and finished or cancelled * bbank90p
030100* ones are passed over; the user's live items on earlier pages  * bbank90p
030200* are counted off.                                              * bbank90p
030300***************************************************************** bbank90p
030400  SCHD90-NEXT.                                                    bbank90p
030500      EXEC CICS READNEXT                                          bbank90p
030600                DATASET('STOFILE')                                bbank90p
030700                INTO(STO-RECORD)                                  bbank90p
030800                RIDFLD(WS-STO-KEY)                                bbank90p
030900                RESP(WS-RESP)                                     bbank90p
031000      END-EXEC.                                                   bbank90p
031100      IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                  bbank90p
031200         SET WS-BROWSE-DONE TO TRUE                               bbank90p
031300         GO TO SCHD90-NEXT-EXIT                                   bbank90p
031400      END-IF.                                                     bbank90p
031500      IF NOT STO-STATUS-ACTIVE                                    bbank90p
031600         OR STO-SIGNON-ID IS NOT EQUAL TO BANK-SIGNON-ID          bbank90p
031700         GO TO SCHD90-NEXT-EXIT                                   bbank90p
031800      END-IF.                                                     bbank90p
031900      ADD 1 TO WS-ITEMS-SEEN.                                     bbank90p
032000      IF WS-ITEMS-SEEN IS GREATER THAN WS-SKIP-COUNT              bbank90p
032100         ADD 1 TO BANK-SCH-LINE-CNT                               bbank90p
032200         PERFORM SCHD90-FORMAT-LINE THRU SCHD90-FORMAT-LINE-EXIT  bbank90p
032300      END-IF.                                                     bbank90p
032400  SCHD90-NEXT-EXIT.                                               bbank90p
032500      EXIT.                                                       bbank90p
032600*                                                                 bbank90p
032700***************************************************************** bbank90p
032800* Edit one scheduled transfer into the next line of the page.   * bbank90p
032900* The date it next falls due goes through UDATECNV so it reads  * bbank90p
033000* the same way, in the user's chosen date format, as the date   * bbank90p
033100* on every screen.                                              * bbank90p
033200***************************************************************** bbank90p
033300  SCHD90-FORMAT-LINE.                                             bbank90p
033400      MOVE STO-ID TO BANK-SCH-LINE-ID (BANK-SCH-LINE-CNT).        bbank90p
033500      MOVE STO-FROM-ACC TO BANK-SCH-FROM-ACC (BANK-SCH-LINE-CNT). bbank90p
033600      MOVE STO-TO-ACC TO BANK-SCH-TO-ACC (BANK-SCH-LINE-CNT).     bbank90p
033700      MOVE STO-AMOUNT TO WS-EDIT-AMOUNT.                          bbank90p
033800      MOVE WS-EDIT-AMOUNT TO BANK-SCH-AMOUNT (BANK-SCH-LINE-CNT). bbank90p
033900      EVALUATE TRUE                                               bbank90p
034000        WHEN STO-FREQ-WEEKLY                                      bbank90p
034100          MOVE 'WEEKLY' TO BANK-SCH-FREQ (BANK-SCH-LINE-CNT)      bbank90p
034200        WHEN STO-FREQ-MONTHLY                                     bbank90p
034300          MOVE 'MONTHLY' TO BANK-SCH-FREQ (BANK-SCH-LINE-CNT)     bbank90p
034400        WHEN OTHER                                                bbank90p
034500          MOVE 'ONCE' TO BANK-SCH-FREQ (BANK-SCH-LINE-CNT)        bbank90p
034600      END-EVALUATE.                                               bbank90p
034700      MOVE BANK-DATE-FMT TO DD-ENV.                               bbank90p
034800      MOVE ZERO TO DD-TIME-INPUT-N.                               bbank90p
034900      SET DDI-YYDDD TO TRUE.                                      bbank90p
035000      MOVE STO-NEXT-DATE TO DDI-DATA-YYDDD-YYDDD-N.               bbank90p
035100      MOVE 'UDATECNV' TO WS-DYNAMIC-PGM.                          bbank90p
035200      CALL WS-DYNAMIC-PGM USING WS-TIME-DATE-WORK-AREA.           bbank90p
035300      MOVE DDO-DATA TO BANK-SCH-NEXT-DATE (BANK-SCH-LINE-CNT).    bbank90p
035400      IF STO-FAIL-COUNT IS NUMERIC                                bbank90p
035500         AND STO-FAIL-COUNT IS GREATER THAN ZERO                  bbank90p
035600         MOVE 'RETRY' TO BANK-SCH-NOTE (BANK-SCH-LINE-CNT)        bbank90p
035700      END-IF.                                                     bbank90p
035800  SCHD90-FORMAT-LINE-EXIT.                                        bbank90p
035900      EXIT.                                                       bbank90p
036000*                                                                 bbank90p
036100***************************************************************** bbank90p
036200* Look-ahead after the last line of the page: is there at least * bbank90p
036300* one more of the user's live scheduled transfers?              * bbank90p
036400***************************************************************** bbank90p
036500  SCHD90-MORE.                                                    bbank90p
036600      EXEC CICS READNEXT                                          bbank90p
036700                DATASET('STOFILE')                                bbank90p
036800                INTO(STO-RECORD)                                  bbank90p
036900                RIDFLD(WS-STO-KEY)                                bbank90p
037000                RESP(WS-RESP)                                     bbank90p
037100      END-EXEC.                                                   bbank90p
037200      IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                  bbank90p
037300         SET WS-BROWSE-DONE TO TRUE                               bbank90p
037400         GO TO SCHD90-MORE-EXIT                                   bbank90p
037500      END-IF.                                                     bbank90p
037600      IF NOT STO-STATUS-ACTIVE                                    bbank90p
037700         OR STO-SIGNON-ID IS NOT EQUAL TO BANK-SIGNON-ID          bbank90p
037800         GO TO SCHD90-MORE-EXIT                                   bbank90p
037900      END-IF.                                                     bbank90p
038000      SET BANK-SCH-MORE TO TRUE.                                  bbank90p
038100  SCHD90-MORE-EXIT.                                               bbank90p
038200      EXIT.                                                       bbank90p
038300*                                                                 bbank90p
038400***************************************************************** bbank90p
038500* Fetch one catalogue message text in the language the user   *   bbank90p
038600* signed on with.                                             *   bbank90p
038700***************************************************************** bbank90p
038800  MSG90-FETCH.                                                    bbank90p
038900      MOVE BANK-LANGUAGE TO MSG-IP-LANGUAGE.                      bbank90p
039000      EXEC CICS LINK PROGRAM('SMSGC00P')                          bbank90p
039100                     COMMAREA(WS-MSG-WORK-AREA)                   bbank90p
039200                     LENGTH(LENGTH OF WS-MSG-WORK-AREA)           bbank90p
039300      END-EXEC.                                                   bbank90p
039400  MSG90-FETCH-EXIT.                                               bbank90p
039500      EXIT.                                                       bbank90p
039600* $ Version 1.00 sequenced on Thursday 15 Oct 2026 at 1:00pm      bbank90p
