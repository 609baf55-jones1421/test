000100***************************************************************** bbank80p
000200*                                                               * bbank80p
000300*   Copyright (C) 1998-2015 Micro Focus. All Rights Reserved.   * bbank80p
000400*   This demonstration program is provided for use by users     * bbank80p
000500*   of Micro Focus products and may be used, modified and       * bbank80p
000600*   distributed as part of your application provided that       * bbank80p
000700*   you properly acknowledge the copyright of Micro Focus       * bbank80p
000800*   in this material.                                           * bbank80p
000900*                                                               * bbank80p
001000***************************************************************** bbank80p
001100*                                                                 bbank80p
001200***************************************************************** bbank80p
001300* Program:     BBANK80P.CBL (CICS Version)                      * bbank80p
001400* Layer:       Business logic                                   * bbank80p
001500* Function:    Approve or reject held transfers.  BBANK50P      * bbank80p
001600*              holds any transfer over the DUALAMT limit on     * bbank80p
001700*              XFRPEND instead of posting it.  This program     * bbank80p
001800*              lists the ones still awaiting a decision, oldest * bbank80p
001900*              first, with requester, accounts, amount and age  * bbank80p
002000*              in hours, and lets a second administrator -      * bbank80p
002100*              never the requester - approve or reject one.  An * bbank80p
002200*              approved transfer is handed back to BBANK50P to  * bbank80p
002300*              be validated and posted exactly as if it had     * bbank80p
002400*              just been keyed, so the double-entry TRNJRNL     * bbank80p
002500*              posting is never duplicated here.  A rejection   * bbank80p
002600*              needs a reason.  Anything older than the DUALHRS * bbank80p
002700*              limit has expired and can no longer be actioned. * bbank80p
002800*              Only a userid carried on BANKUSR with the        * bbank80p
002900*              administrator authority flag may use it.         * bbank80p
003000***************************************************************** bbank80p
003100*                                                                 bbank80p
003200  IDENTIFICATION DIVISION.                                        bbank80p
003300  PROGRAM-ID.                                                     bbank80p
003400      BBANK80P.                                                   bbank80p
003500  DATE-WRITTEN.                                                   bbank80p
003600      October 2026.                                               bbank80p
003700  DATE-COMPILED.                                                  bbank80p
003800      Today.                                                      bbank80p
003900*                                                                 bbank80p
004000  ENVIRONMENT DIVISION.                                           bbank80p
004100*                                                                 bbank80p
004200  DATA DIVISION.                                                  bbank80p
004300  WORKING-STORAGE SECTION.                                        bbank80p
004400  01  WS-MISC-STORAGE.                                            bbank80p
004500      05  WS-PROGRAM-ID              PIC X(8)                     bbank80p
004600          VALUE 'BBANK80P'.                                       bbank80p
004700      05  WS-RESP                    PIC S9(8) COMP.              bbank80p
004800* Browse key for the XFRPEND scan.  Started at 0000001 so the     bbank80p
004900* file's control record is never read; READNEXT updates the       bbank80p
005000* RIDFLD as it goes.                                              bbank80p
005100      05  WS-PND-KEY                 PIC 9(07).                   bbank80p
005200      05  WS-BROWSE-SWITCH           PIC X(01).                   bbank80p
005300          88  WS-BROWSE-DONE         VALUE 'Y'.                   bbank80p
005400          88  WS-BROWSE-NOT-DONE     VALUE 'N'.                   bbank80p
005500      05  WS-PAGE-MSG                PIC 9(04).                   bbank80p
005600      05  WS-ACTION-SWITCH           PIC X(01).                   bbank80p
005700          88  WS-ACTION-TAKEN        VALUE 'Y'.                   bbank80p
005800          88  WS-ACTION-NOT-TAKEN    VALUE 'N'.                   bbank80p
005900      05  WS-ITEM-ID                 PIC 9(07).                   bbank80p
006000      05  WS-EDIT-AMOUNT             PIC -ZZZZZZ9.99.             bbank80p
006100      05  WS-EDIT-AGE                PIC ZZZ9.                    bbank80p
006200* The held amount as BBANK50P expects to find it keyed.           bbank80p
006300      05  WS-XFR-AMOUNT-TEXT         PIC 9(07).99.                bbank80p
006400* What BBANK50P's navigation and the requester's signon id are    bbank80p
006500* put back to once the approved transfer has been handed over.    bbank80p
006600      05  WS-SAVE-SIGNON-ID          PIC X(08).                   bbank80p
006700      05  WS-SAVE-MAPSET             PIC X(07).                   bbank80p
006800      05  WS-SAVE-MAP                PIC X(07).                   bbank80p
006900*                                                                 bbank80p
007000***************************************************************** bbank80p
007100* Paging work.  XFRPEND is keyed on the held-transfer number    * bbank80p
007200* only, so each page is found by reading forward from the       * bbank80p
007300* oldest and passing over the items on the pages before it.     * bbank80p
007400***************************************************************** bbank80p
007500  01  WS-APPR-WORK.                                               bbank80p
007600      05  WS-LINES-PER-PAGE          PIC 9(02) VALUE 8.           bbank80p
007700      05  WS-SKIP-COUNT              PIC 9(07).                   bbank80p
007800      05  WS-ITEMS-SEEN              PIC 9(07).                   bbank80p
007900*                                                                 bbank80p
008000***************************************************************** bbank80p
008100* Shop-configurable life of a held transfer, in hours.  The     * bbank80p
008200* DUALHRS record on CNTLFILE overrides this compiled default    * bbank80p
008300* at run time.  The day number is a whole count of days good    * bbank80p
008400* enough to compare two dates across a year end.                * bbank80p
008500***************************************************************** bbank80p
008600  01  WS-AGE-WORK.                                                bbank80p
008700      05  WS-EXPIRY-HOURS            PIC 9(05) VALUE 24.          bbank80p
008800      05  WS-DATE-9                  PIC 9(07).                   bbank80p
008900      05  WS-DATE-9-R REDEFINES WS-DATE-9.                        bbank80p
009000          10  FILLER                 PIC 9(01).                   bbank80p
009100          10  WS-DATE-CENTURY        PIC 9(01).                   bbank80p
009200          10  WS-DATE-YY             PIC 9(02).                   bbank80p
009300          10  WS-DATE-DDD            PIC 9(03).                   bbank80p
009400      05  WS-TIME-9                  PIC 9(07).                   bbank80p
009500      05  WS-TIME-9-R REDEFINES WS-TIME-9.                        bbank80p
009600          10  FILLER                 PIC 9(01).                   bbank80p
009700          10  WS-TIME-HH             PIC 9(02).                   bbank80p
009800          10  WS-TIME-MM             PIC 9(02).                   bbank80p
009900          10  WS-TIME-SS             PIC 9(02).                   bbank80p
010000      05  WS-FULL-YEAR               PIC 9(04).                   bbank80p
010100      05  WS-LEAP-DAYS               PIC 9(04).                   bbank80p
010125      05  WS-PRIOR-YEAR              PIC 9(04).                   bbank80p
010150      05  WS-LEAP-100                PIC 9(04).                   bbank80p
010175      05  WS-LEAP-400                PIC 9(04).                   bbank80p
010200      05  WS-DAY-NUMBER              PIC 9(08).                   bbank80p
010300      05  WS-THEN-DAY-NUMBER         PIC 9(08).                   bbank80p
010400      05  WS-NOW-DAY-NUMBER          PIC 9(08).                   bbank80p
010500      05  WS-THEN-MINUTES            PIC 9(05).                   bbank80p
010600      05  WS-NOW-MINUTES             PIC 9(05).                   bbank80p
010700      05  WS-AGE-MINUTES             PIC S9(09).                  bbank80p
010800      05  WS-AGE-HOURS               PIC S9(07).                  bbank80p
010900*                                                                 bbank80p
011000  COPY CPNDREC.                                                   bbank80p
011100*                                                                 bbank80p
011200*                                                                 bbank80p
011300  01  WS-MSG-WORK-AREA.                                           bbank80p
011400  COPY CMSGD.                                                     bbank80p
011500  01  WS-CTL-WORK-AREA.                                           bbank80p
011600  COPY CCTLD.                                                     bbank80p
011700  LINKAGE SECTION.                                                bbank80p
011800  01  DFHCOMMAREA.                                                bbank80p
011900    05  BANK-DATA.                                                bbank80p
012000  COPY CBANKDAT.                                                  bbank80p
012100*                                                                 bbank80p
012200  PROCEDURE DIVISION.                                             bbank80p
012300***************************************************************** bbank80p
012400* Nobody gets in here without the administrator authority flag  * bbank80p
012500* set at signon from the BANKUSR record.  Anyone else is put    * bbank80p
012600* straight back on the main menu.                               * bbank80p
012700***************************************************************** bbank80p
012800      IF NOT BANK-ADMIN                                           bbank80p
012900         MOVE 'MBANK20' TO BANK-LAST-MAPSET                       bbank80p
013000         MOVE 'BANK20A' TO BANK-LAST-MAP                          bbank80p
013100         MOVE SPACES TO BANK-MENU-OPTION                          bbank80p
013200         MOVE 0021 TO MSG-IP-NUMBER                               bbank80p
013300         PERFORM MSG80-FETCH THRU MSG80-FETCH-EXIT                bbank80p
013400         MOVE MSG-OP-TEXT TO BANK-ERROR-MSG                       bbank80p
013500         GO TO BBANK80-EXIT                                       bbank80p
013600      END-IF.                                                     bbank80p
013700      IF BANK-AID-PFK03                                           bbank80p
013800         PERFORM APPR80-RETURN THRU APPR80-RETURN-EXIT            bbank80p
013900         GO TO BBANK80-EXIT                                       bbank80p
014000      END-IF.                                                     bbank80p
014100      PERFORM APPR80-TUNING THRU APPR80-TUNING-EXIT.              bbank80p
014200      SET WS-ACTION-NOT-TAKEN TO TRUE.                            bbank80p
014300      IF NOT BANK-AID-PFK07                                       bbank80p
014400         AND NOT BANK-AID-PFK08                                   bbank80p
014500         PERFORM APPR80-ACTION THRU APPR80-ACTION-EXIT            bbank80p
014600      END-IF.                                                     bbank80p
014700      PERFORM APPR80-LIST THRU APPR80-LIST-EXIT.                  bbank80p
014800  BBANK80-EXIT.                                                   bbank80p
014900      EXEC CICS RETURN                                            bbank80p
015000      END-EXEC.                                                   bbank80p
015100      GOBACK.                                                     bbank80p
015200*                                                                 bbank80p
015300***************************************************************** bbank80p
015400* PF3 - back to the main menu.                                  * bbank80p
015500***************************************************************** bbank80p
015600  APPR80-RETURN.                                                  bbank80p
015700      MOVE 'MBANK20' TO BANK-LAST-MAPSET.                         bbank80p
015800      MOVE 'BANK20A' TO BANK-LAST-MAP.                            bbank80p
015900      MOVE SPACES TO BANK-MENU-OPTION.                            bbank80p
016000      MOVE SPACES TO BANK-APV-DATA.                               bbank80p
016100      MOVE ZERO TO BANK-APV-PAGE.                                 bbank80p
016200      MOVE ZERO TO BANK-APV-LINE-CNT.                             bbank80p
016300      MOVE SPACES TO BANK-ERROR-MSG.                              bbank80p
016400  APPR80-RETURN-EXIT.                                             bbank80p
016500      EXIT.                                                       bbank80p
016600*                                                                 bbank80p
016700***************************************************************** bbank80p
016800* ENTER - act on the held transfer keyed on the screen.  With   * bbank80p
016900* no action keyed the list is simply shown again from the top.  * bbank80p
017000* The number must be keyed in full, as the list shows it.  The  * bbank80p
017100* item is held for update while it is checked, so two           * bbank80p
017200* administrators can never decide the same transfer at once.    * bbank80p
017300***************************************************************** bbank80p
017400  APPR80-ACTION.                                                  bbank80p
017500      MOVE 'MBANK80' TO BANK-LAST-MAPSET.                         bbank80p
017600      MOVE 'BANK80A' TO BANK-LAST-MAP.                            bbank80p
017700      IF BANK-APV-NO-ACTION                                       bbank80p
017800         GO TO APPR80-ACTION-EXIT                                 bbank80p
017900      END-IF.                                                     bbank80p
018000      SET WS-ACTION-TAKEN TO TRUE.                                bbank80p
018100      IF NOT BANK-APV-ACT-APPROVE                                 bbank80p
018200         AND NOT BANK-APV-ACT-REJECT                              bbank80p
018300         MOVE 0024 TO MSG-IP-NUMBER                               bbank80p
018400         PERFORM MSG80-FETCH THRU MSG80-FETCH-EXIT                bbank80p
018500         MOVE MSG-OP-TEXT TO BANK-ERROR-MSG                       bbank80p
018600         GO TO APPR80-ACTION-EXIT                                 bbank80p
018700      END-IF.                                                     bbank80p
018800      IF BANK-APV-ID IS NOT NUMERIC                               bbank80p
018900         MOVE 0083 TO MSG-IP-NUMBER                               bbank80p
019000         PERFORM MSG80-FETCH THRU MSG80-FETCH-EXIT                bbank80p
019100         MOVE MSG-OP-TEXT TO BANK-ERROR-MSG                       bbank80p
019200         GO TO APPR80-ACTION-EXIT                                 bbank80p
019300      END-IF.                                                     bbank80p
019400      MOVE BANK-APV-ID TO WS-ITEM-ID.                             bbank80p
019500      IF WS-ITEM-ID IS EQUAL TO ZERO                              bbank80p
019600         MOVE 0083 TO MSG-IP-NUMBER                               bbank80p
019700         PERFORM MSG80-FETCH THRU MSG80-FETCH-EXIT                bbank80p
019800         MOVE MSG-OP-TEXT TO BANK-ERROR-MSG                       bbank80p
019900         GO TO APPR80-ACTION-EXIT                                 bbank80p
020000      END-IF.                                                     bbank80p
020100      EXEC CICS READ UPDATE                                       bbank80p
020200                DATASET('XFRPEND')                                bbank80p
020300                INTO(PND-RECORD)                                  bbank80p
020400                RIDFLD(WS-ITEM-ID)                                bbank80p
020500                RESP(WS-RESP)                                     bbank80p
020600      END-EXEC.                                                   bbank80p
020700      IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                  bbank80p
020800         MOVE 0084 TO MSG-IP-NUMBER                               bbank80p
020900         PERFORM MSG80-FETCH THRU MSG80-FETCH-EXIT                bbank80p
021000         MOVE MSG-OP-TEXT TO BANK-ERROR-MSG                       bbank80p
021100         GO TO APPR80-ACTION-EXIT                                 bbank80p
021200      END-IF.                                                     bbank80p
021300      IF NOT PND-STATUS-PENDING                                   bbank80p
021400         EXEC CICS UNLOCK DATASET('XFRPEND') END-EXEC             bbank80p
021500         MOVE 0085 TO MSG-IP-NUMBER                               bbank80p
021600         PERFORM MSG80-FETCH THRU MSG80-FETCH-EXIT                bbank80p
021700         MOVE MSG-OP-TEXT TO BANK-ERROR-MSG                       bbank80p
021800         GO TO APPR80-ACTION-EXIT                                 bbank80p
021900      END-IF.                                                     bbank80p
022000* Too old to action - record that it expired, so its requester    bbank80p
022100* is told at their next signon, and refuse it.                    bbank80p
022200      PERFORM APPR80-AGE THRU APPR80-AGE-EXIT.                    bbank80p
022300      IF WS-AGE-HOURS IS NOT LESS THAN WS-EXPIRY-HOURS            bbank80p
022400         SET PND-STATUS-EXPIRED TO TRUE                           bbank80p
022500         MOVE EIBDATE TO PND-ACT-DATE                             bbank80p
022600         MOVE EIBTIME TO PND-ACT-TIME                             bbank80p
022700         EXEC CICS REWRITE                                        bbank80p
022800                   DATASET('XFRPEND')                             bbank80p
022900                   FROM(PND-RECORD)                               bbank80p
023000                   RESP(WS-RESP)                                  bbank80p
023100         END-EXEC                                                 bbank80p
023107* If the expiry cannot be recorded the item is still pending on   bbank80p
023114* file; say so rather than claim it has gone.                     bbank80p
023121         IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)               bbank80p
023128            EXEC CICS UNLOCK                                      bbank80p
023135                      DATASET('XFRPEND')                          bbank80p
023142                      RESP(WS-RESP)                               bbank80p
023149            END-EXEC                                              bbank80p
023156            MOVE 0088 TO MSG-IP-NUMBER                            bbank80p
023163            PERFORM MSG80-FETCH THRU MSG80-FETCH-EXIT             bbank80p
023170            MOVE MSG-OP-TEXT TO BANK-ERROR-MSG                    bbank80p
023177            GO TO APPR80-ACTION-EXIT                              bbank80p
023184         END-IF                                                   bbank80p
023200         MOVE 0085 TO MSG-IP-NUMBER                               bbank80p
023300         PERFORM MSG80-FETCH THRU MSG80-FETCH-EXIT                bbank80p
023400         MOVE MSG-OP-TEXT TO BANK-ERROR-MSG                       bbank80p
023500         GO TO APPR80-ACTION-EXIT                                 bbank80p
023600      END-IF.                                                     bbank80p
023700* The second pair of eyes has to be a different person.           bbank80p
023800      IF PND-REQ-SIGNON-ID IS EQUAL TO BANK-SIGNON-ID             bbank80p
023900         EXEC CICS UNLOCK DATASET('XFRPEND') END-EXEC             bbank80p
024000         MOVE 0086 TO MSG-IP-NUMBER                               bbank80p
024100         PERFORM MSG80-FETCH THRU MSG80-FETCH-EXIT                bbank80p
024200         MOVE MSG-OP-TEXT TO BANK-ERROR-MSG                       bbank80p
024300         GO TO APPR80-ACTION-EXIT                                 bbank80p
024400      END-IF.                                                     bbank80p
024500      IF BANK-APV-ACT-APPROVE                                     bbank80p
024600         PERFORM APPR80-APPROVE THRU APPR80-APPROVE-EXIT          bbank80p
024700      ELSE                                                        bbank80p
024800         PERFORM APPR80-REJECT THRU APPR80-REJECT-EXIT            bbank80p
024900      END-IF.                                                     bbank80p
025000  APPR80-ACTION-EXIT.                                             bbank80p
025100      EXIT.                                                       bbank80p
025200*                                                                 bbank80p
025300***************************************************************** bbank80p
025400* A - hand the held transfer to BBANK50P as the requester's own * bbank80p
025500* transfer, marked as released so it is not held again.  The    * bbank80p
025600* ownership, status and funds checks are all made afresh, since * bbank80p
025700* the accounts may have changed while the transfer waited.  If  * bbank80p
025800* BBANK50P refuses it, its message is shown and the transfer    * bbank80p
025900* stays held.  The posting and the record of the approval are   * bbank80p
026000* one unit of work: if the approval cannot be recorded the      * bbank80p
026100* posting is backed out with it.                                * bbank80p
026200***************************************************************** bbank80p
026300  APPR80-APPROVE.                                                 bbank80p
026400      MOVE BANK-SIGNON-ID TO WS-SAVE-SIGNON-ID.                   bbank80p
026500      MOVE BANK-LAST-MAPSET TO WS-SAVE-MAPSET.                    bbank80p
026600      MOVE BANK-LAST-MAP TO WS-SAVE-MAP.                          bbank80p
026700      MOVE SPACES TO BANK-XFR-DATA.                               bbank80p
026800      MOVE PND-FROM-ACC TO BANK-XFR-FROM-ACC.                     bbank80p
026900      MOVE PND-TO-ACC TO BANK-XFR-TO-ACC.                         bbank80p
027000      MOVE PND-AMOUNT TO WS-XFR-AMOUNT-TEXT.                      bbank80p
027100      MOVE WS-XFR-AMOUNT-TEXT TO BANK-XFR-AMOUNT-X.               bbank80p
027200      SET BANK-XFR-RELEASE TO TRUE.                               bbank80p
027300      MOVE PND-REQ-SIGNON-ID TO BANK-SIGNON-ID.                   bbank80p
027400      EXEC CICS LINK PROGRAM('BBANK50P')                          bbank80p
027500                     COMMAREA(BANK-DATA)                          bbank80p
027600                     LENGTH(LENGTH OF BANK-DATA)                  bbank80p
027700      END-EXEC.                                                   bbank80p
027800      MOVE WS-SAVE-SIGNON-ID TO BANK-SIGNON-ID.                   bbank80p
027900      MOVE WS-SAVE-MAPSET TO BANK-LAST-MAPSET.                    bbank80p
028000      MOVE WS-SAVE-MAP TO BANK-LAST-MAP.                          bbank80p
028100      IF NOT BANK-XFR-POSTED                                      bbank80p
028200* BBANK50P may already have backed out the unit of work, taking   bbank80p
028300* the update hold with it, so the release is allowed to fail.     bbank80p
028400         EXEC CICS UNLOCK                                         bbank80p
028500                   DATASET('XFRPEND')                             bbank80p
028600                   RESP(WS-RESP)                                  bbank80p
028700         END-EXEC                                                 bbank80p
028800         MOVE SPACES TO BANK-XFR-DATA                             bbank80p
028900         GO TO APPR80-APPROVE-EXIT                                bbank80p
029000      END-IF.                                                     bbank80p
029100      SET PND-STATUS-APPROVED TO TRUE.                            bbank80p
029200      MOVE BANK-SIGNON-ID TO PND-ACT-SIGNON-ID.                   bbank80p
029300      MOVE EIBDATE TO PND-ACT-DATE.                               bbank80p
029400      MOVE EIBTIME TO PND-ACT-TIME.                               bbank80p
029500      MOVE BANK-XFR-DEBIT-SEQ TO PND-DEBIT-SEQ.                   bbank80p
029600      MOVE BANK-XFR-CREDIT-SEQ TO PND-CREDIT-SEQ.                 bbank80p
029700      MOVE SPACES TO BANK-XFR-DATA.                               bbank80p
029800      EXEC CICS REWRITE                                           bbank80p
029900                DATASET('XFRPEND')                                bbank80p
030000                FROM(PND-RECORD)                                  bbank80p
030100                RESP(WS-RESP)                                     bbank80p
030200      END-EXEC.                                                   bbank80p
030300      IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                  bbank80p
030400         EXEC CICS SYNCPOINT ROLLBACK                             bbank80p
030500         END-EXEC                                                 bbank80p
030600         MOVE 0088 TO MSG-IP-NUMBER                               bbank80p
030700         PERFORM MSG80-FETCH THRU MSG80-FETCH-EXIT                bbank80p
030800         MOVE MSG-OP-TEXT TO BANK-ERROR-MSG                       bbank80p
030900         GO TO APPR80-APPROVE-EXIT                                bbank80p
031000      END-IF.                                                     bbank80p
031100      MOVE SPACES TO BANK-APV-ACTION.                             bbank80p
031200      MOVE SPACES TO BANK-APV-ID.                                 bbank80p
031300      MOVE SPACES TO BANK-APV-REASON.                             bbank80p
031400      MOVE 0090 TO MSG-IP-NUMBER.                                 bbank80p
031500      PERFORM MSG80-FETCH THRU MSG80-FETCH-EXIT.                  bbank80p
031600      MOVE MSG-OP-TEXT TO BANK-ERROR-MSG.                         bbank80p
031700  APPR80-APPROVE-EXIT.                                            bbank80p
031800      EXIT.                                                       bbank80p
031900*                                                                 bbank80p
032000***************************************************************** bbank80p
032100* R - reject the held transfer.  A reason is required; it is    * bbank80p
032200* kept on the record for audit, and the requester is told at    * bbank80p
032300* their next signon.                                            * bbank80p
032400***************************************************************** bbank80p
032500  APPR80-REJECT.                                                  bbank80p
032600      IF BANK-APV-REASON IS EQUAL TO SPACES                       bbank80p
032700         OR BANK-APV-REASON IS EQUAL TO LOW-VALUES                bbank80p
032800         EXEC CICS UNLOCK DATASET('XFRPEND') END-EXEC             bbank80p
032900         MOVE 0087 TO MSG-IP-NUMBER                               bbank80p
033000         PERFORM MSG80-FETCH THRU MSG80-FETCH-EXIT                bbank80p
033100         MOVE MSG-OP-TEXT TO BANK-ERROR-MSG                       bbank80p
033200         GO TO APPR80-REJECT-EXIT                                 bbank80p
033300      END-IF.                                                     bbank80p
033400      SET PND-STATUS-REJECTED TO TRUE.                            bbank80p
033500      MOVE BANK-SIGNON-ID TO PND-ACT-SIGNON-ID.                   bbank80p
033600      MOVE EIBDATE TO PND-ACT-DATE.                               bbank80p
033700      MOVE EIBTIME TO PND-ACT-TIME.                               bbank80p
033800      MOVE BANK-APV-REASON TO PND-REASON.                         bbank80p
033900      SET PND-REQUESTER-NOT-TOLD TO TRUE.                         bbank80p
034000      EXEC CICS REWRITE                                           bbank80p
034100                DATASET('XFRPEND')                                bbank80p
034200                FROM(PND-RECORD)                                  bbank80p
034300                RESP(WS-RESP)                                     bbank80p
034400      END-EXEC.                                                   bbank80p
034500      IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                  bbank80p
034600         MOVE 0088 TO MSG-IP-NUMBER                               bbank80p
034700         PERFORM MSG80-FETCH THRU MSG80-FETCH-EXIT                bbank80p
034800         MOVE MSG-OP-TEXT TO BANK-ERROR-MSG                       bbank80p
034900         GO TO APPR80-REJECT-EXIT                                 bbank80p
035000      END-IF.                                                     bbank80p
035100      MOVE SPACES TO BANK-APV-ACTION.                             bbank80p
035200      MOVE SPACES TO BANK-APV-ID.                                 bbank80p
035300      MOVE SPACES TO BANK-APV-REASON.                             bbank80p
035400      MOVE 0089 TO MSG-IP-NUMBER.                                 bbank80p
035500      PERFORM MSG80-FETCH THRU MSG80-FETCH-EXIT.                  bbank80p
035600      MOVE MSG-OP-TEXT TO BANK-ERROR-MSG.                         bbank80p
035700  APPR80-REJECT-EXIT.                                             bbank80p
035800      EXIT.                                                       bbank80p
035900*                                                                 bbank80p
036000***************************************************************** bbank80p
036100* Build a page of the held transfers still awaiting a decision, * bbank80p
036200* oldest first.  ENTER always starts again from the first page; * bbank80p
036300* PF7 before the first page or PF8 past the last leaves the     * bbank80p
036400* page where it was and says so.  Items that have outlived      * bbank80p
036500* DUALHRS are left off - they can no longer be approved.  A     * bbank80p
036600* message from an action just taken is left on the screen.      * bbank80p
036700***************************************************************** bbank80p
036800  APPR80-LIST.                                                    bbank80p
036900      MOVE 'MBANK80' TO BANK-LAST-MAPSET.                         bbank80p
037000      MOVE 'BANK80A' TO BANK-LAST-MAP.                            bbank80p
037100      MOVE ZERO TO WS-PAGE-MSG.                                   bbank80p
037200      IF BANK-APV-PAGE IS NOT NUMERIC                             bbank80p
037300         OR BANK-APV-PAGE IS EQUAL TO ZERO                        bbank80p
037400         MOVE 1 TO BANK-APV-PAGE                                  bbank80p
037500      END-IF.                                                     bbank80p
037600      EVALUATE TRUE                                               bbank80p
037700        WHEN BANK-AID-PFK08                                       bbank80p
037800          IF BANK-APV-MORE                                        bbank80p
037900             ADD 1 TO BANK-APV-PAGE                               bbank80p
038000          ELSE                                                    bbank80p
038100             MOVE 0091 TO WS-PAGE-MSG                             bbank80p
038200          END-IF                                                  bbank80p
038300        WHEN BANK-AID-PFK07                                       bbank80p
038400          IF BANK-APV-PAGE IS GREATER THAN 1                      bbank80p
038500             SUBTRACT 1 FROM BANK-APV-PAGE                        bbank80p
038600          ELSE                                                    bbank80p
038700             MOVE 0092 TO WS-PAGE-MSG                             bbank80p
038800          END-IF                                                  bbank80p
038900        WHEN OTHER                                                bbank80p
039000          MOVE 1 TO BANK-APV-PAGE                                 bbank80p
039100      END-EVALUATE.                                               bbank80p
039200      PERFORM APPR80-CLEAR-PAGE THRU APPR80-CLEAR-PAGE-EXIT.      bbank80p
039300      MOVE ZERO TO WS-ITEMS-SEEN.                                 bbank80p
039400      COMPUTE WS-SKIP-COUNT =                                     bbank80p
039500         (BANK-APV-PAGE - 1) * WS-LINES-PER-PAGE.                 bbank80p
039600      SET WS-BROWSE-NOT-DONE TO TRUE.                             bbank80p
039700      MOVE 1 TO WS-PND-KEY.                                       bbank80p
039800      EXEC CICS STARTBR                                           bbank80p
039900                DATASET('XFRPEND')                                bbank80p
040000                RIDFLD(WS-PND-KEY)                                bbank80p
040100                GTEQ                                              bbank80p
040200                RESP(WS-RESP)                                     bbank80p
040300      END-EXEC.                                                   bbank80p
040400      IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                  bbank80p
040500         GO TO APPR80-LIST-MESSAGE                                bbank80p
040600      END-IF.                                                     bbank80p
040700      PERFORM APPR80-NEXT THRU APPR80-NEXT-EXIT                   bbank80p
040800              UNTIL WS-BROWSE-DONE                                bbank80p
040900                 OR BANK-APV-LINE-CNT IS EQUAL TO                 bbank80p
041000                    WS-LINES-PER-PAGE.                            bbank80p
041100* The page is full; look on for one more live item so PF8 knows   bbank80p
041200* whether there is another page to show.                          bbank80p
041300      IF BANK-APV-LINE-CNT IS EQUAL TO WS-LINES-PER-PAGE          bbank80p
041400         AND WS-BROWSE-NOT-DONE                                   bbank80p
041500         PERFORM APPR80-MORE THRU APPR80-MORE-EXIT                bbank80p
041600                 UNTIL WS-BROWSE-DONE                             bbank80p
041700                    OR BANK-APV-MORE                              bbank80p
041800      END-IF.                                                     bbank80p
041900      EXEC CICS ENDBR                                             bbank80p
042000                DATASET('XFRPEND')                                bbank80p
042100      END-EXEC.                                                   bbank80p
042200  APPR80-LIST-MESSAGE.                                            bbank80p
042300      IF WS-PAGE-MSG IS NOT EQUAL TO ZERO                         bbank80p
042400         MOVE WS-PAGE-MSG TO MSG-IP-NUMBER                        bbank80p
042500         PERFORM MSG80-FETCH THRU MSG80-FETCH-EXIT                bbank80p
042600         MOVE MSG-OP-TEXT TO BANK-ERROR-MSG                       bbank80p
042700         GO TO APPR80-LIST-EXIT                                   bbank80p
042800      END-IF.                                                     bbank80p
042900      IF WS-ACTION-TAKEN                                          bbank80p
043000         GO TO APPR80-LIST-EXIT                                   bbank80p
043100      END-IF.                                                     bbank80p
043200      IF BANK-APV-LINE-CNT IS EQUAL TO ZERO                       bbank80p
043300         MOVE 0082 TO MSG-IP-NUMBER                               bbank80p
043400         PERFORM MSG80-FETCH THRU MSG80-FETCH-EXIT                bbank80p
043500         MOVE MSG-OP-TEXT TO BANK-ERROR-MSG                       bbank80p
043600      ELSE                                                        bbank80p
043700         MOVE SPACES TO BANK-ERROR-MSG                            bbank80p
043800      END-IF.                                                     bbank80p
043900  APPR80-LIST-EXIT.                                               bbank80p
044000      EXIT.                                                       bbank80p
044100*                                                                 bbank80p
044200***************************************************************** bbank80p
044300* Empty the page area before it is rebuilt.                     * bbank80p
044400***************************************************************** bbank80p
044500  APPR80-CLEAR-PAGE.                                              bbank80p
044600      SET BANK-APV-NO-MORE TO TRUE.                               bbank80p
044700      MOVE ZERO TO BANK-APV-LINE-CNT.                             bbank80p
044800      MOVE SPACES TO BANK-APV-LINE (01).                          bbank80p
044900      MOVE SPACES TO BANK-APV-LINE (02).                          bbank80p
045000      MOVE SPACES TO BANK-APV-LINE (03).                          bbank80p
045100      MOVE SPACES TO BANK-APV-LINE (04).                          bbank80p
045200      MOVE SPACES TO BANK-APV-LINE (05).                          bbank80p
045300      MOVE SPACES TO BANK-APV-LINE (06).                          bbank80p
045400      MOVE SPACES TO BANK-APV-LINE (07).                          bbank80p
045500      MOVE SPACES TO BANK-APV-LINE (08).                          bbank80p
045600  APPR80-CLEAR-PAGE-EXIT.                                         bbank80p
045700      EXIT.                                                       bbank80p
045800*                                                                 bbank80p
045900***************************************************************** bbank80p
046000* One record of the forward scan: end of file (or any browse    * bbank80p
046100* error) ends it.  Decided and expired items are passed over;   * bbank80p
046200* live items on earlier pages are counted off.                  * bbank80p
046300***************************************************************** bbank80p
046400  APPR80-NEXT.                                                    bbank80p
046500      EXEC CICS READNEXT                                          bbank80p
046600                DATASET('XFRPEND')                                bbank80p
046700                INTO(PND-RECORD)                                  bbank80p
046800                RIDFLD(WS-PND-KEY)                                bbank80p
046900                RESP(WS-RESP)                                     bbank80p
047000      END-EXEC.                                                   bbank80p
047100      IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                  bbank80p
047200         SET WS-BROWSE-DONE TO TRUE                               bbank80p
047300         GO TO APPR80-NEXT-EXIT                                   bbank80p
047400      END-IF.                                                     bbank80p
047500      IF NOT PND-STATUS-PENDING                                   bbank80p
047600         GO TO APPR80-NEXT-EXIT                                   bbank80p
047700      END-IF.                                                     bbank80p
047800      PERFORM APPR80-AGE THRU APPR80-AGE-EXIT.                    bbank80p
047900      IF WS-AGE-HOURS IS NOT LESS THAN WS-EXPIRY-HOURS            bbank80p
048000         GO TO APPR80-NEXT-EXIT                                   bbank80p
048100      END-IF.                                                     bbank80p
048200      ADD 1 TO WS-ITEMS-SEEN.                                     bbank80p
048300      IF WS-ITEMS-SEEN IS GREATER THAN WS-SKIP-COUNT              bbank80p
048400         ADD 1 TO BANK-APV-LINE-CNT                               bbank80p
048500         PERFORM APPR80-FORMAT-LINE THRU APPR80-FORMAT-LINE-EXIT  bbank80p
048600      END-IF.                                                     bbank80p
048700  APPR80-NEXT-EXIT.                                               bbank80p
048800      EXIT.                                                       bbank80p
048900*                                                                 bbank80p
049000***************************************************************** bbank80p
049100* Edit one held transfer into the next line of the page.        * bbank80p
049200***************************************************************** bbank80p
049300  APPR80-FORMAT-LINE.                                             bbank80p
049400      MOVE PND-ID TO BANK-APV-LINE-ID (BANK-APV-LINE-CNT).        bbank80p
049500      MOVE PND-REQ-SIGNON-ID                                      bbank80p
049600        TO BANK-APV-REQUESTER (BANK-APV-LINE-CNT).                bbank80p
049700      MOVE PND-FROM-ACC TO BANK-APV-FROM-ACC (BANK-APV-LINE-CNT). bbank80p
049800      MOVE PND-TO-ACC TO BANK-APV-TO-ACC (BANK-APV-LINE-CNT).     bbank80p
049900      MOVE PND-AMOUNT TO WS-EDIT-AMOUNT.                          bbank80p
050000      MOVE WS-EDIT-AMOUNT TO BANK-APV-AMOUNT (BANK-APV-LINE-CNT). bbank80p
050100      MOVE WS-AGE-HOURS TO WS-EDIT-AGE.                           bbank80p
050200      MOVE WS-EDIT-AGE TO BANK-APV-AGE (BANK-APV-LINE-CNT).       bbank80p
050300  APPR80-FORMAT-LINE-EXIT.                                        bbank80p
050400      EXIT.                                                       bbank80p
050500*                                                                 bbank80p
050600***************************************************************** bbank80p
050700* Look-ahead after the last line of the page: is there at least * bbank80p
050800* one more live held transfer?                                  * bbank80p
050900***************************************************************** bbank80p
051000  APPR80-MORE.                                                    bbank80p
051100      EXEC CICS READNEXT                                          bbank80p
051200                DATASET('XFRPEND')                                bbank80p
051300                INTO(PND-RECORD)                                  bbank80p
051400                RIDFLD(WS-PND-KEY)                                bbank80p
051500                RESP(WS-RESP)                                     bbank80p
051600      END-EXEC.                                                   bbank80p
051700      IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                  bbank80p
051800         SET WS-BROWSE-DONE TO TRUE                               bbank80p
051900         GO TO APPR80-MORE-EXIT                                   bbank80p
052000      END-IF.                                                     bbank80p
052100      IF NOT PND-STATUS-PENDING                                   bbank80p
052200         GO TO APPR80-MORE-EXIT                                   bbank80p
052300      END-IF.                                                     bbank80p
052400      PERFORM APPR80-AGE THRU APPR80-AGE-EXIT.                    bbank80p
052500      IF WS-AGE-HOURS IS NOT LESS THAN WS-EXPIRY-HOURS            bbank80p
052600         GO TO APPR80-MORE-EXIT                                   bbank80p
052700      END-IF.                                                     bbank80p
052800      SET BANK-APV-MORE TO TRUE.                                  bbank80p
052900  APPR80-MORE-EXIT.                                               bbank80p
053000      EXIT.                                                       bbank80p
053100*                                                                 bbank80p
053200***************************************************************** bbank80p
053300* How many whole hours has the held transfer in PND-RECORD been * bbank80p
053400* waiting?  A record without a usable date counts as new.       * bbank80p
053500***************************************************************** bbank80p
053600  APPR80-AGE.                                                     bbank80p
053700      MOVE ZERO TO WS-AGE-HOURS.                                  bbank80p
053800      IF PND-REQ-DATE IS NOT NUMERIC                              bbank80p
053900         OR PND-REQ-TIME IS NOT NUMERIC                           bbank80p
054000         GO TO APPR80-AGE-EXIT                                    bbank80p
054100      END-IF.                                                     bbank80p
054200      MOVE PND-REQ-DATE TO WS-DATE-9.                             bbank80p
054300      PERFORM APPR80-DAY-NUMBER THRU APPR80-DAY-NUMBER-EXIT.      bbank80p
054400      MOVE WS-DAY-NUMBER TO WS-THEN-DAY-NUMBER.                   bbank80p
054500      MOVE EIBDATE TO WS-DATE-9.                                  bbank80p
054600      PERFORM APPR80-DAY-NUMBER THRU APPR80-DAY-NUMBER-EXIT.      bbank80p
054700      MOVE WS-DAY-NUMBER TO WS-NOW-DAY-NUMBER.                    bbank80p
054800      MOVE PND-REQ-TIME TO WS-TIME-9.                             bbank80p
054900      COMPUTE WS-THEN-MINUTES = (WS-TIME-HH * 60) + WS-TIME-MM.   bbank80p
055000      MOVE EIBTIME TO WS-TIME-9.                                  bbank80p
055100      COMPUTE WS-NOW-MINUTES = (WS-TIME-HH * 60) + WS-TIME-MM.    bbank80p
055200      COMPUTE WS-AGE-MINUTES =                                    bbank80p
055300          ((WS-NOW-DAY-NUMBER - WS-THEN-DAY-NUMBER) * 1440)       bbank80p
055400          + WS-NOW-MINUTES - WS-THEN-MINUTES.                     bbank80p
055500      IF WS-AGE-MINUTES IS GREATER THAN ZERO                      bbank80p
055600         DIVIDE WS-AGE-MINUTES BY 60 GIVING WS-AGE-HOURS          bbank80p
055700      END-IF.                                                     bbank80p
055800  APPR80-AGE-EXIT.                                                bbank80p
055900      EXIT.                                                       bbank80p
056000*                                                                 bbank80p
056100***************************************************************** bbank80p
056200* Turn the 0CYYDDD Julian date in WS-DATE-9 into a whole day    * bbank80p
056300* number in WS-DAY-NUMBER, counting the leap days before the    * bbank80p
056400* year by the full Gregorian rule.                              * bbank80p
056500***************************************************************** bbank80p
056600  APPR80-DAY-NUMBER.                                              bbank80p
056700      COMPUTE WS-FULL-YEAR =                                      bbank80p
056800          1900 + (WS-DATE-CENTURY * 100) + WS-DATE-YY.            bbank80p
056828      SUBTRACT 1 FROM WS-FULL-YEAR GIVING WS-PRIOR-YEAR.          bbank80p
056856      DIVIDE WS-PRIOR-YEAR BY 4 GIVING WS-LEAP-DAYS.              bbank80p
056884      DIVIDE WS-PRIOR-YEAR BY 100 GIVING WS-LEAP-100.             bbank80p
056912      DIVIDE WS-PRIOR-YEAR BY 400 GIVING WS-LEAP-400.             bbank80p
056940      COMPUTE WS-LEAP-DAYS =                                      bbank80p
056968          WS-LEAP-DAYS - WS-LEAP-100 + WS-LEAP-400.               bbank80p
057000      COMPUTE WS-DAY-NUMBER =                                     bbank80p
057100          (WS-FULL-YEAR * 365) + WS-LEAP-DAYS + WS-DATE-DDD.      bbank80p
057200  APPR80-DAY-NUMBER-EXIT.                                         bbank80p
057300      EXIT.                                                       bbank80p
057400*                                                                 bbank80p
057500***************************************************************** bbank80p
057600* Fetch the runtime override of the held-transfer life from   *   bbank80p
057700* CNTLFILE.  A missing or zero DUALHRS record leaves the      *   bbank80p
057800* compiled default alone.                                     *   bbank80p
057900***************************************************************** bbank80p
058000  APPR80-TUNING.                                                  bbank80p
058100      MOVE 'DUALHRS' TO CTL-IP-KEY.                               bbank80p
058200      PERFORM CNTL80-FETCH THRU CNTL80-FETCH-EXIT.                bbank80p
058300      IF CTL-OP-FOUND                                             bbank80p
058400         AND CTL-OP-VALUE IS GREATER THAN ZERO                    bbank80p
058500         MOVE CTL-OP-VALUE TO WS-EXPIRY-HOURS                     bbank80p
058600      END-IF.                                                     bbank80p
058700  APPR80-TUNING-EXIT.                                             bbank80p
058800      EXIT.                                                       bbank80p
058900*                                                                 bbank80p
059000  CNTL80-FETCH.                                                   bbank80p
059100      EXEC CICS LINK PROGRAM('SCNTL00P')                          bbank80p
059200                     COMMAREA(WS-CTL-WORK-AREA)                   bbank80p
059300                     LENGTH(LENGTH OF WS-CTL-WORK-AREA)           bbank80p
059400      END-EXEC.                                                   bbank80p
059500  CNTL80-FETCH-EXIT.                                              bbank80p
059600      EXIT.                                                       bbank80p
059700*                                                                 bbank80p
059800***************************************************************** bbank80p
059900* Fetch one catalogue message text in the language the user   *   bbank80p
060000* signed on with.                                             *   bbank80p
060100***************************************************************** bbank80p
060200  MSG80-FETCH.                                                    bbank80p
060300      MOVE BANK-LANGUAGE TO MSG-IP-LANGUAGE.                      bbank80p
060400      EXEC CICS LINK PROGRAM('SMSGC00P')                          bbank80p
060500                     COMMAREA(WS-MSG-WORK-AREA)                   bbank80p
060600                     LENGTH(LENGTH OF WS-MSG-WORK-AREA)           bbank80p
060700      END-EXEC.                                                   bbank80p
060800  MSG80-FETCH-EXIT.                                               bbank80p
060900      EXIT.                                                       bbank80p
061000* $ Version 1.02 sequenced on Thursday 15 Oct 2026 at 1:00pm      bbank80p
