000100***************************************************************** sbank80p
000200*                                                               * sbank80p
000300*   Copyright (C) 1998-2015 Micro Focus. All Rights Reserved.   * sbank80p
000400*   This demonstration program is provided for use by users     * sbank80p
000500*   of Micro Focus products and may be used, modified and       * sbank80p
000600*   distributed as part of your application provided that       * sbank80p
000700*   you properly acknowledge the copyright of Micro Focus       * sbank80p
000800*   in this material.                                           * sbank80p
000900*                                                               * sbank80p
001000***************************************************************** sbank80p
001100                                                                  sbank80p
001200***************************************************************** sbank80p
001300* Program:     SBANK80P.CBL (CICS Version)                      * sbank80p
001400* Layer:       Screen handling                                  * sbank80p
001500* Function:    Approve or reject transfers held for a second    * sbank80p
001600*              administrator                                    * sbank80p
001700***************************************************************** sbank80p
001800                                                                  sbank80p
001900 IDENTIFICATION DIVISION.                                         sbank80p
002000 PROGRAM-ID.                                                      sbank80p
002100     SBANK80P.                                                    sbank80p
002200 DATE-WRITTEN.                                                    sbank80p
002300     October 2026.                                                sbank80p
002400 DATE-COMPILED.                                                   sbank80p
002500     Today.                                                       sbank80p
002600                                                                  sbank80p
002700 ENVIRONMENT DIVISION.                                            sbank80p
002800                                                                  sbank80p
002900 DATA DIVISION.                                                   sbank80p
003000 WORKING-STORAGE SECTION.                                         sbank80p
003100 01  WS-MISC-STORAGE.                                             sbank80p
003200   05  WS-PROGRAM-ID                         PIC X(8)             sbank80p
003300       VALUE 'SBANK80P'.                                          sbank80p
003400   05  WS-TRAN-ID                            PIC X(4).            sbank80p
003500   05  WS-BUSINESS-LOGIC-PGM                 PIC X(8)             sbank80p
003600       VALUE SPACES.                                              sbank80p
003700   05  WS-DYNAMIC-PGM                        PIC X(8)             sbank80p
003800       VALUE 'UNKNOWN'.                                           sbank80p
003900   05  WS-SAVED-EIBCALEN                     PIC S9(4) COMP.      sbank80p
004000   05  WS-RESP                               PIC S9(8) COMP.      sbank80p
004100                                                                  sbank80p
004200 01  WS-TIMEOUT-WORK-AREA.                                        sbank80p
004300   05  WS-TIMEOUT-SECS              PIC 9(05) VALUE 00180.        sbank80p
004400   05  WS-THEN-TIME                 PIC 9(07).                    sbank80p
004500   05  WS-THEN-TIME-R REDEFINES WS-THEN-TIME.                     sbank80p
004600       10  FILLER                   PIC 9(01).                    sbank80p
004700       10  WS-THEN-HH               PIC 9(02).                    sbank80p
004800       10  WS-THEN-MM               PIC 9(02).                    sbank80p
004900       10  WS-THEN-SS               PIC 9(02).                    sbank80p
005000   05  WS-THEN-TOTAL-SECS           PIC 9(07).                    sbank80p
005100   05  WS-NOW-TIME                  PIC 9(07).                    sbank80p
005200   05  WS-NOW-TIME-R REDEFINES WS-NOW-TIME.                       sbank80p
005300       10  FILLER                   PIC 9(01).                    sbank80p
005400       10  WS-NOW-HH                PIC 9(02).                    sbank80p
005500       10  WS-NOW-MM                PIC 9(02).                    sbank80p
005600       10  WS-NOW-SS                PIC 9(02).                    sbank80p
005700   05  WS-NOW-TOTAL-SECS            PIC 9(07).                    sbank80p
005800   05  WS-ELAPSED-SECS              PIC S9(07).                   sbank80p
005900 01  WS-COLOUR-WORK-AREA.                                         sbank80p
006000   05  WS-SCHEME-COLOUR             PIC X(01).                    sbank80p
006100 01  MAPAREA                                 PIC X(2048).         sbank80p
006200 COPY MBANK80.                                                    sbank80p
006300                                                                  sbank80p
006400 01  WS-TIME-DATE-WORK-AREA.                                      sbank80p
006500 COPY CDATED.                                                     sbank80p
006600                                                                  sbank80p
006700 01  WS-BANK-DATA-AREAS.                                          sbank80p
006800   05  WS-BANK-DATA.                                              sbank80p
006900 COPY CBANKDAT.                                                   sbank80p
007000   05  WS-BANK-EXT-DATA.                                          sbank80p
007100 COPY CBANKEXT.                                                   sbank80p
007200                                                                  sbank80p
007300 COPY CSCRNHDD.                                                   sbank80p
007400                                                                  sbank80p
007500 COPY CVERSND.                                                    sbank80p
007600                                                                  sbank80p
007700 COPY DFHAID.                                                     sbank80p
007800                                                                  sbank80p
007900 COPY DFHBMSCA.                                                   sbank80p
008000                                                                  sbank80p
008100 COPY CABENDD.                                                    sbank80p
008200                                                                  sbank80p
008300 COPY CERRREC.                                                    sbank80p
008400                                                                  sbank80p
008500 COPY CUSRREC.                                                    sbank80p
008600                                                                  sbank80p
008700 01  WS-MSG-WORK-AREA.                                            sbank80p
008800 COPY CMSGD.                                                      sbank80p
008900 01  WS-CTL-WORK-AREA.                                            sbank80p
009000 COPY CCTLD.                                                      sbank80p
009100                                                                  sbank80p
009200 LINKAGE SECTION.                                                 sbank80p
009300 01  DFHCOMMAREA.                                                 sbank80p
009400   05  FILLER                                PIC X(1)             sbank80p
009500       OCCURS 1 TO 32767 TIMES DEPENDING ON EIBCALEN.             sbank80p
009600                                                                  sbank80p
009700 PROCEDURE DIVISION.                                              sbank80p
009800                                                                  sbank80p
009900***************************************************************** sbank80p
010000* Store our transaction-id                                      * sbank80p
010100***************************************************************** sbank80p
010200     MOVE EIBTRNID TO WS-TRAN-ID.                                 sbank80p
010300                                                                  sbank80p
010400***************************************************************** sbank80p
010500* Store passed data or abend if there wasn't any                * sbank80p
010600***************************************************************** sbank80p
010700     IF EIBCALEN IS EQUAL TO 0                                    sbank80p
010800        MOVE WS-PROGRAM-ID TO ABEND-CULPRIT                       sbank80p
010900        MOVE '0001' TO ABEND-CODE                                 sbank80p
011000        MOVE SPACES TO ABEND-REASON                               sbank80p
011100        PERFORM ZZ-ABEND                                          sbank80p
011200        GOBACK                                                    sbank80p
011300     ELSE                                                         sbank80p
011400        MOVE EIBCALEN TO WS-SAVED-EIBCALEN                        sbank80p
011500        MOVE LOW-VALUES TO WS-BANK-DATA                           sbank80p
011600        MOVE DFHCOMMAREA (1:EIBCALEN)                             sbank80p
011700          TO WS-BANK-DATA-AREAS (1:LENGTH OF WS-BANK-DATA-AREAS)  sbank80p
011800     END-IF.                                                      sbank80p
011900                                                                  sbank80p
012000***************************************************************** sbank80p
012100* Determine what we have to do (read from or send to screen)    * sbank80p
012200***************************************************************** sbank80p
012300     MOVE LOW-VALUE TO MAPAREA.                                   sbank80p
012400     EVALUATE TRUE                                                sbank80p
012500       WHEN BANK-MAP-FUNCTION-GET                                 sbank80p
012600         PERFORM SCREEN80-READ THRU                               sbank80p
012700                 SCREEN80-READ-EXIT                               sbank80p
012800       WHEN BANK-MAP-FUNCTION-PUT                                 sbank80p
012900         PERFORM SCREEN80-BUILD-AND-SEND THRU                     sbank80p
013000                 SCREEN80-BUILD-AND-SEND-EXIT                     sbank80p
013100       WHEN OTHER                                                 sbank80p
013200         MOVE WS-PROGRAM-ID TO ABEND-CULPRIT                      sbank80p
013300         MOVE '0002' TO ABEND-CODE                                sbank80p
013400         MOVE 'INVALID MAP FUNCTION' TO ABEND-REASON              sbank80p
013500         PERFORM ERROR80-LOG THRU ERROR80-LOG-EXIT                sbank80p
013600         SET BANK-MAP-FUNCTION-PUT TO TRUE                        sbank80p
013700         SET BANK-ENV-CICS TO TRUE                                sbank80p
013800         SET BANK-HELP-INACTIVE TO TRUE                           sbank80p
013900         MOVE SPACES TO BANK-APV-DATA                             sbank80p
014000         MOVE ZERO TO BANK-APV-PAGE                               sbank80p
014100         MOVE ZERO TO BANK-APV-LINE-CNT                           sbank80p
014200         MOVE 0022 TO MSG-IP-NUMBER                               sbank80p
014300         PERFORM MSG80-FETCH THRU MSG80-FETCH-EXIT                sbank80p
014400         MOVE MSG-OP-TEXT TO BANK-ERROR-MSG                       sbank80p
014500         PERFORM SCREEN80-BUILD-AND-SEND THRU                     sbank80p
014600                 SCREEN80-BUILD-AND-SEND-EXIT                     sbank80p
014700     END-EVALUATE.                                                sbank80p
014800                                                                  sbank80p
014900* Call the appropriate routine to handle the business logic       sbank80p
015000     IF BANK-MAP-FUNCTION-GET                                     sbank80p
015100        EXEC CICS LINK PROGRAM(WS-BUSINESS-LOGIC-PGM)             sbank80p
015200                       COMMAREA(WS-BANK-DATA)                     sbank80p
015300                       LENGTH(LENGTH OF WS-BANK-DATA)             sbank80p
015400        END-EXEC                                                  sbank80p
015500     END-IF.                                                      sbank80p
015600                                                                  sbank80p
015700***************************************************************** sbank80p
015800* Now we have to have finished and can return to our invoker.   * sbank80p
015900***************************************************************** sbank80p
016000* Now return to CICS                                              sbank80p
016100     MOVE WS-BANK-DATA-AREAS (1:LENGTH OF WS-BANK-DATA-AREAS)     sbank80p
016200       TO DFHCOMMAREA (1:WS-SAVED-EIBCALEN).                      sbank80p
016300     EXEC CICS                                                    sbank80p
016400          RETURN                                                  sbank80p
016500     END-EXEC.                                                    sbank80p
016600     GOBACK.                                                      sbank80p
016700                                                                  sbank80p
016800***************************************************************** sbank80p
016900* Screen processing for MBANK80                                 * sbank80p
017000*---------------------------------------------------------------* sbank80p
017100* Retrieve data from screen and format it                       * sbank80p
017200***************************************************************** sbank80p
017300 SCREEN80-READ.                                                   sbank80p
017400     MOVE 'BBANK80P' TO WS-BUSINESS-LOGIC-PGM.                    sbank80p
017500     IF BANK-AID-CLEAR                                            sbank80p
017600        SET BANK-AID-PFK03 TO TRUE                                sbank80p
017700        GO TO SCREEN80-READ-EXIT                                  sbank80p
017800     END-IF.                                                      sbank80p
017900     IF BANK-LAST-MAPSET IS EQUAL TO SPACES                       sbank80p
018000        GO TO SCREEN80-READ-EXIT                                  sbank80p
018100     END-IF.                                                      sbank80p
018200     IF BANK-ENV-CICS                                             sbank80p
018300        GO TO SCREEN80-READ-CICS                                  sbank80p
018400     ELSE                                                         sbank80p
018500        GO TO SCREEN80-READ-INET                                  sbank80p
018600     END-IF.                                                      sbank80p
018700                                                                  sbank80p
018800 SCREEN80-READ-CICS.                                              sbank80p
018900     EXEC CICS RECEIVE MAP('BANK80A')                             sbank80p
019000                       MAPSET('MBANK80')                          sbank80p
019100     END-EXEC.                                                    sbank80p
019200                                                                  sbank80p
019300     PERFORM TIMEOUT80-CHECK THRU                                 sbank80p
019400             TIMEOUT80-CHECK-EXIT.                                sbank80p
019500     IF BANK-MAP-FUNCTION-PUT                                     sbank80p
019600        GO TO SCREEN80-READ-EXIT                                  sbank80p
019700     END-IF.                                                      sbank80p
019800                                                                  sbank80p
019900     IF APVACTL IN BANK80AI IS EQUAL TO 0                         sbank80p
020000        MOVE LOW-VALUES TO BANK-APV-ACTION                        sbank80p
020100     ELSE                                                         sbank80p
020200        MOVE APVACTI IN BANK80AI TO BANK-APV-ACTION               sbank80p
020300     END-IF.                                                      sbank80p
020400                                                                  sbank80p
020500     IF APVIDL IN BANK80AI IS EQUAL TO 0                          sbank80p
020600        MOVE LOW-VALUES TO BANK-APV-ID                            sbank80p
020700     ELSE                                                         sbank80p
020800        MOVE APVIDI IN BANK80AI (1:APVIDL IN BANK80AI)            sbank80p
020900          TO BANK-APV-ID                                          sbank80p
021000     END-IF.                                                      sbank80p
021100                                                                  sbank80p
021200     IF APVRSNL IN BANK80AI IS EQUAL TO 0                         sbank80p
021300        MOVE LOW-VALUES TO BANK-APV-REASON                        sbank80p
021400     ELSE                                                         sbank80p
021500        MOVE APVRSNI IN BANK80AI (1:APVRSNL IN BANK80AI)          sbank80p
021600          TO BANK-APV-REASON                                      sbank80p
021700     END-IF.                                                      sbank80p
021800                                                                  sbank80p
021900* PF3 takes the user back to the main menu and PF7/PF8 page       sbank80p
022000* back and forward through the held transfers; any other          sbank80p
022100* attention key is treated as ENTER and acts on the keyed item.   sbank80p
022200     EVALUATE TRUE                                                sbank80p
022300       WHEN EIBAID IS EQUAL TO DFHPF3                             sbank80p
022400         SET BANK-AID-PFK03 TO TRUE                               sbank80p
022500       WHEN EIBAID IS EQUAL TO DFHPF7                             sbank80p
022600         SET BANK-AID-PFK07 TO TRUE                               sbank80p
022700       WHEN EIBAID IS EQUAL TO DFHPF8                             sbank80p
022800         SET BANK-AID-PFK08 TO TRUE                               sbank80p
022900       WHEN OTHER                                                 sbank80p
023000         SET BANK-AID-ENTER TO TRUE                               sbank80p
023100     END-EVALUATE.                                                sbank80p
023200                                                                  sbank80p
023300     GO TO SCREEN80-READ-EXIT.                                    sbank80p
023400                                                                  sbank80p
023500 SCREEN80-READ-INET.                                              sbank80p
023600     MOVE LOW-VALUES TO BANK-APV-ACTION.                          sbank80p
023700     SET BANK-AID-ENTER TO TRUE.                                  sbank80p
023800     GO TO SCREEN80-READ-EXIT.                                    sbank80p
023900                                                                  sbank80p
024000 SCREEN80-READ-EXIT.                                              sbank80p
024100     EXIT.                                                        sbank80p
024200                                                                  sbank80p
024300***************************************************************** sbank80p
024400* Log a recoverable error (bad function code) to the ERRFILE    * sbank80p
024500* error log.  Expects ABEND-CULPRIT/ABEND-CODE/ABEND-REASON     * sbank80p
024600* already moved, the same fields ZZ-ABEND uses.  Unlike         * sbank80p
024700* ZZ-ABEND this never ends the transaction - the caller goes    * sbank80p
024800* on to redisplay the approvals screen.                         * sbank80p
024900***************************************************************** sbank80p
025000 ERROR80-LOG.                                                     sbank80p
025100     MOVE ABEND-CULPRIT TO ERR-CULPRIT.                           sbank80p
025200     MOVE ABEND-CODE TO ERR-CODE.                                 sbank80p
025300     MOVE ABEND-REASON TO ERR-REASON.                             sbank80p
025400     MOVE WS-TRAN-ID TO ERR-TRAN-ID.                              sbank80p
025500     MOVE EIBDATE TO ERR-DATE.                                    sbank80p
025600     MOVE EIBTIME TO ERR-TIME.                                    sbank80p
025700     EXEC CICS LINK PROGRAM('SERRL00P')                           sbank80p
025800                    COMMAREA(ERR-RECORD)                          sbank80p
025900                    LENGTH(LENGTH OF ERR-RECORD)                  sbank80p
026000     END-EXEC.                                                    sbank80p
026100 ERROR80-LOG-EXIT.                                                sbank80p
026200     EXIT.                                                        sbank80p
026300*                                                                 sbank80p
026400***************************************************************** sbank80p
026500* Compare the time BANK80A was last sent (BANK-LAST-DATE/       * sbank80p
026600* BANK-LAST-TIME) against now.  An administration screen left   * sbank80p
026700* idle too long is treated as timed out: the user is signed     * sbank80p
026800* off and put back on the signon screen with a timeout          * sbank80p
026900* message, the signon screen itself being sent by its owning    * sbank80p
027000* program SBANK10P.                                             * sbank80p
027100***************************************************************** sbank80p
027200 TIMEOUT80-CHECK.                                                 sbank80p
027300     PERFORM TIMEOUT80-TUNING THRU                                sbank80p
027400             TIMEOUT80-TUNING-EXIT.                               sbank80p
027500     IF BANK-LAST-DATE IS EQUAL TO ZERO                           sbank80p
027600        GO TO TIMEOUT80-CHECK-EXIT                                sbank80p
027700     END-IF.                                                      sbank80p
027800     IF BANK-LAST-DATE IS NOT EQUAL TO EIBDATE                    sbank80p
027900        GO TO TIMEOUT80-TIMED-OUT                                 sbank80p
028000     END-IF.                                                      sbank80p
028100     MOVE BANK-LAST-TIME TO WS-THEN-TIME.                         sbank80p
028200     MOVE EIBTIME TO WS-NOW-TIME.                                 sbank80p
028300     COMPUTE WS-THEN-TOTAL-SECS =                                 sbank80p
028400        (WS-THEN-HH * 3600) + (WS-THEN-MM * 60) + WS-THEN-SS.     sbank80p
028500     COMPUTE WS-NOW-TOTAL-SECS =                                  sbank80p
028600        (WS-NOW-HH * 3600) + (WS-NOW-MM * 60) + WS-NOW-SS.        sbank80p
028700     COMPUTE WS-ELAPSED-SECS =                                    sbank80p
028800        WS-NOW-TOTAL-SECS - WS-THEN-TOTAL-SECS.                   sbank80p
028900     IF WS-ELAPSED-SECS IS LESS THAN WS-TIMEOUT-SECS              sbank80p
029000        GO TO TIMEOUT80-CHECK-EXIT                                sbank80p
029100     END-IF.                                                      sbank80p
029200 TIMEOUT80-TIMED-OUT.                                             sbank80p
029300     PERFORM TIMEOUT80-CLEAR-SESSION THRU                         sbank80p
029400             TIMEOUT80-CLEAR-SESSION-EXIT.                        sbank80p
029500     SET BANK-MAP-FUNCTION-PUT TO TRUE.                           sbank80p
029600     SET BANK-HELP-INACTIVE TO TRUE.                              sbank80p
029700     MOVE SPACES TO BANK-SIGNON-ID.                               sbank80p
029800     MOVE SPACES TO BANK-PSWD.                                    sbank80p
029900     MOVE SPACES TO BANK-NEW-PSWD.                                sbank80p
030000     MOVE SPACES TO BANK-USERID-NAME.                             sbank80p
030100     MOVE SPACES TO BANK-MENU-OPTION.                             sbank80p
030200     MOVE SPACES TO BANK-ADMIN-SWITCH.                            sbank80p
030300     MOVE SPACES TO BANK-APV-DATA.                                sbank80p
030400     MOVE 'MBANK10' TO BANK-LAST-MAPSET.                          sbank80p
030500     MOVE 'BANK10A' TO BANK-LAST-MAP.                             sbank80p
030600     MOVE 0013 TO MSG-IP-NUMBER.                                  sbank80p
030700     PERFORM MSG80-FETCH THRU MSG80-FETCH-EXIT.                   sbank80p
030800     MOVE MSG-OP-TEXT TO BANK-ERROR-MSG.                          sbank80p
030900     EXEC CICS LINK PROGRAM('SBANK10P')                           sbank80p
031000                    COMMAREA(WS-BANK-DATA-AREAS)                  sbank80p
031100                    LENGTH(LENGTH OF WS-BANK-DATA-AREAS)          sbank80p
031200     END-EXEC.                                                    sbank80p
031300 TIMEOUT80-CHECK-EXIT.                                            sbank80p
031400     EXIT.                                                        sbank80p
031500*                                                                 sbank80p
031600***************************************************************** sbank80p
031700* The session being timed out still holds the active-session  *   sbank80p
031800* marker on its BANKUSR record.  Release it while the         *   sbank80p
031900* commarea still says whose session this was; if the record   *   sbank80p
032000* cannot be read the timeout simply goes ahead, since a       *   sbank80p
032100* leftover marker dies with its date at midnight anyway.      *   sbank80p
032200***************************************************************** sbank80p
032300 TIMEOUT80-CLEAR-SESSION.                                         sbank80p
032400     IF BANK-SIGNON-ID IS EQUAL TO SPACES                         sbank80p
032500        OR BANK-SIGNON-ID IS EQUAL TO LOW-VALUES                  sbank80p
032600        GO TO TIMEOUT80-CLEAR-SESSION-EXIT                        sbank80p
032700     END-IF.                                                      sbank80p
032800     EXEC CICS READ UPDATE                                        sbank80p
032900               DATASET('BANKUSR')                                 sbank80p
033000               INTO(USR-RECORD)                                   sbank80p
033100               RIDFLD(BANK-SIGNON-ID)                             sbank80p
033200               RESP(WS-RESP)                                      sbank80p
033300     END-EXEC.                                                    sbank80p
033400     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   sbank80p
033500        GO TO TIMEOUT80-CLEAR-SESSION-EXIT                        sbank80p
033600     END-IF.                                                      sbank80p
033700     SET USR-SESSION-INACTIVE TO TRUE.                            sbank80p
033800     MOVE ZERO TO USR-ACTIVE-DATE.                                sbank80p
033900     EXEC CICS REWRITE                                            sbank80p
034000               DATASET('BANKUSR')                                 sbank80p
034100               FROM(USR-RECORD)                                   sbank80p
034200     END-EXEC.                                                    sbank80p
034300 TIMEOUT80-CLEAR-SESSION-EXIT.                                    sbank80p
034400     EXIT.                                                        sbank80p
034500*                                                                 sbank80p
034600***************************************************************** sbank80p
034700* Pick up any runtime override of the idle timeout from the   *   sbank80p
034800* TIMEOUT record on CNTLFILE before the idle check uses it.   *   sbank80p
034900* Every channel fetches the same record, so the terminal and  *   sbank80p
035000* web sides can never drift apart again.                      *   sbank80p
035100***************************************************************** sbank80p
035200 TIMEOUT80-TUNING.                                                sbank80p
035300     MOVE 'TIMEOUT' TO CTL-IP-KEY.                                sbank80p
035400     EXEC CICS LINK PROGRAM('SCNTL00P')                           sbank80p
035500                    COMMAREA(WS-CTL-WORK-AREA)                    sbank80p
035600                    LENGTH(LENGTH OF WS-CTL-WORK-AREA)            sbank80p
035700     END-EXEC.                                                    sbank80p
035800     IF CTL-OP-FOUND                                              sbank80p
035900        AND CTL-OP-VALUE IS GREATER THAN ZERO                     sbank80p
036000        MOVE CTL-OP-VALUE TO WS-TIMEOUT-SECS                      sbank80p
036100     END-IF.                                                      sbank80p
036200 TIMEOUT80-TUNING-EXIT.                                           sbank80p
036300     EXIT.                                                        sbank80p
036400                                                                  sbank80p
036500***************************************************************** sbank80p
036600* Screen processing for SCREEN80 (BANK80)                       * sbank80p
036700*---------------------------------------------------------------* sbank80p
036800* Build the output screen and send it                           * sbank80p
036900***************************************************************** sbank80p
037000 SCREEN80-BUILD-AND-SEND.                                         sbank80p
037100* Clear map area, get date & time and move to the map             sbank80p
037200     MOVE LOW-VALUES TO BANK80AO.                                 sbank80p
037300     MOVE EIBTIME TO DD-TIME-INPUT-N.                             sbank80p
037400     MOVE EIBDATE TO DDI-DATA-YYDDD-YYDDD-N.                      sbank80p
037500* Remember when this screen went out, so the next SCREEN80-READ   sbank80p
037600* can tell whether the terminal has been sitting idle too long.   sbank80p
037700     MOVE EIBDATE TO BANK-LAST-DATE.                              sbank80p
037800     MOVE EIBTIME TO BANK-LAST-TIME.                              sbank80p
037900     SET DDI-YYDDD TO TRUE.                                       sbank80p
038000     PERFORM CALL-DATECONV THRU                                   sbank80p
038100             CALL-DATECONV-EXIT.                                  sbank80p
038200* Ensure the last map fields are correct                          sbank80p
038300     MOVE 'MBANK80' TO BANK-LAST-MAPSET.                          sbank80p
038400     MOVE 'BANK80A' TO BANK-LAST-MAP.                             sbank80p
038500     IF BANK-ENV-CICS                                             sbank80p
038600        GO TO BANK80-BUILD-AND-SEND-CICS                          sbank80p
038700     ELSE                                                         sbank80p
038800        GO TO SCREEN80-BUILD-AND-SEND-INET                        sbank80p
038900     END-IF.                                                      sbank80p
039000                                                                  sbank80p
039100 BANK80-BUILD-AND-SEND-CICS.                                      sbank80p
039200     CALL 'SCUSTOMP' USING SCREEN-TITLES.                         sbank80p
039300     MOVE SCREEN-TITLE1 TO HEAD1O IN BANK80AO.                    sbank80p
039400     MOVE SCREEN-TITLE2 TO HEAD2O IN BANK80AO.                    sbank80p
039500     CALL 'SVERSONP' USING VERSION.                               sbank80p
039600     MOVE VERSION TO VERO IN BANK80AO.                            sbank80p
039700     MOVE WS-TRAN-ID TO TRANO IN BANK80AO.                        sbank80p
039800     MOVE DD-TIME-OUTPUT TO TIMEO IN BANK80AO.                    sbank80p
039900     MOVE DDO-DATA TO DATEO IN BANK80AO.                          sbank80p
040000* Move in any error message                                       sbank80p
040100     MOVE BANK-ERROR-MSG TO ERRMSGO IN BANK80AO.                  sbank80p
040200* Move in screen specific fields                                  sbank80p
040300     MOVE BANK-USERID-NAME TO NAMEO IN BANK80AO.                  sbank80p
040400* The list lines arrive from BBANK80P already formatted.          sbank80p
040500     MOVE BANK-APV-LINE (01) TO APV01O IN BANK80AO.               sbank80p
040600     MOVE BANK-APV-LINE (02) TO APV02O IN BANK80AO.               sbank80p
040700     MOVE BANK-APV-LINE (03) TO APV03O IN BANK80AO.               sbank80p
040800     MOVE BANK-APV-LINE (04) TO APV04O IN BANK80AO.               sbank80p
040900     MOVE BANK-APV-LINE (05) TO APV05O IN BANK80AO.               sbank80p
041000     MOVE BANK-APV-LINE (06) TO APV06O IN BANK80AO.               sbank80p
041100     MOVE BANK-APV-LINE (07) TO APV07O IN BANK80AO.               sbank80p
041200     MOVE BANK-APV-LINE (08) TO APV08O IN BANK80AO.               sbank80p
041300     MOVE BANK-APV-ACTION TO APVACTO IN BANK80AO.                 sbank80p
041400     MOVE BANK-APV-ID TO APVIDO IN BANK80AO.                      sbank80p
041500     MOVE BANK-APV-REASON TO APVRSNO IN BANK80AO.                 sbank80p
041600     MOVE -1 TO APVACTL IN BANK80AI.                              sbank80p
041700* Turn colour off if required                                     sbank80p
041800     PERFORM COLOUR80-PICK THRU COLOUR80-PICK-EXIT.               sbank80p
041900     IF COLOUR-OFF                                                sbank80p
042000        MOVE WS-SCHEME-COLOUR TO TXT01C IN BANK80AO               sbank80p
042100        MOVE WS-SCHEME-COLOUR TO SCRNC IN BANK80AO                sbank80p
042200        MOVE WS-SCHEME-COLOUR TO HEAD1C IN BANK80AO               sbank80p
042300        MOVE WS-SCHEME-COLOUR TO HEAD2C IN BANK80AO               sbank80p
042400        MOVE WS-SCHEME-COLOUR TO VERC IN BANK80AO                 sbank80p
042500        MOVE WS-SCHEME-COLOUR TO TRANC IN BANK80AO                sbank80p
042600        MOVE WS-SCHEME-COLOUR TO TIMEC IN BANK80AO                sbank80p
042700        MOVE WS-SCHEME-COLOUR TO DATEC IN BANK80AO                sbank80p
042800        MOVE WS-SCHEME-COLOUR TO TXT02C IN BANK80AO               sbank80p
042900        MOVE WS-SCHEME-COLOUR TO NAMEC IN BANK80AO                sbank80p
043000        MOVE WS-SCHEME-COLOUR TO TXT03C IN BANK80AO               sbank80p
043100        MOVE WS-SCHEME-COLOUR TO APV01C IN BANK80AO               sbank80p
043200        MOVE WS-SCHEME-COLOUR TO APV02C IN BANK80AO               sbank80p
043300        MOVE WS-SCHEME-COLOUR TO APV03C IN BANK80AO               sbank80p
043400        MOVE WS-SCHEME-COLOUR TO APV04C IN BANK80AO               sbank80p
043500        MOVE WS-SCHEME-COLOUR TO APV05C IN BANK80AO               sbank80p
043600        MOVE WS-SCHEME-COLOUR TO APV06C IN BANK80AO               sbank80p
043700        MOVE WS-SCHEME-COLOUR TO APV07C IN BANK80AO               sbank80p
043800        MOVE WS-SCHEME-COLOUR TO APV08C IN BANK80AO               sbank80p
043900        MOVE WS-SCHEME-COLOUR TO TXT04C IN BANK80AO               sbank80p
044000        MOVE WS-SCHEME-COLOUR TO APVACTC IN BANK80AO              sbank80p
044100        MOVE WS-SCHEME-COLOUR TO TXT05C IN BANK80AO               sbank80p
044200        MOVE WS-SCHEME-COLOUR TO APVIDC IN BANK80AO               sbank80p
044300        MOVE WS-SCHEME-COLOUR TO TXT06C IN BANK80AO               sbank80p
044400        MOVE WS-SCHEME-COLOUR TO APVRSNC IN BANK80AO              sbank80p
044500        MOVE WS-SCHEME-COLOUR TO ERRMSGC IN BANK80AO              sbank80p
044600        MOVE WS-SCHEME-COLOUR TO TXT07C IN BANK80AO               sbank80p
044700     END-IF.                                                      sbank80p
044800                                                                  sbank80p
044900     EXEC CICS SEND MAP('BANK80A')                                sbank80p
045000                    MAPSET('MBANK80')                             sbank80p
045100                    ERASE                                         sbank80p
045200                    FREEKB                                        sbank80p
045300     END-EXEC.                                                    sbank80p
045400     GO TO SCREEN80-BUILD-AND-SEND-EXIT.                          sbank80p
045500                                                                  sbank80p
045600 SCREEN80-BUILD-AND-SEND-INET.                                    sbank80p
045700     MOVE SPACES TO EXT-OP-DATA.                                  sbank80p
045800     MOVE WS-TRAN-ID TO EXT-OP-TRAN.                              sbank80p
045900     MOVE DDO-DATA TO EXT-OP-DATE.                                sbank80p
046000     MOVE DD-TIME-OUTPUT TO EXT-OP-TIME.                          sbank80p
046100     CALL 'SCUSTOMP' USING SCREEN-TITLES.                         sbank80p
046200     MOVE SCREEN-TITLE1 TO EXT-OP-HEAD1.                          sbank80p
046300     MOVE SCREEN-TITLE2 TO EXT-OP-HEAD2.                          sbank80p
046400     CALL 'SVERSONP' USING VERSION.                               sbank80p
046500     MOVE VERSION TO EXT-OP-VERSION.                              sbank80p
046600* Move in screen name                                             sbank80p
046700     MOVE 'BANK80' TO EXT-OP-SCREEN.                              sbank80p
046800* Move in userid and any error message                            sbank80p
046900     MOVE BANK-ERROR-MSG TO EXT-OP-ERR-MSG.                       sbank80p
047000     MOVE BANK-SIGNON-ID TO EXT-OP-USERID.                        sbank80p
047100     MOVE BANK-USERID-NAME TO EXT-OP-NAME.                        sbank80p
047200     GO TO SCREEN80-BUILD-AND-SEND-EXIT.                          sbank80p
047300                                                                  sbank80p
047400 SCREEN80-BUILD-AND-SEND-EXIT.                                    sbank80p
047500     EXIT.                                                        sbank80p
047600                                                                  sbank80p
047700***************************************************************** sbank80p
047800* Call common routine to perform date conversions               * sbank80p
047900***************************************************************** sbank80p
048000 CALL-DATECONV.                                                   sbank80p
048100     MOVE BANK-DATE-FMT TO DD-ENV.                                sbank80p
048200     MOVE 'UDATECNV' TO WS-DYNAMIC-PGM.                           sbank80p
048300     CALL WS-DYNAMIC-PGM USING WS-TIME-DATE-WORK-AREA.            sbank80p
048400 CALL-DATECONV-EXIT.                                              sbank80p
048500     EXIT.                                                        sbank80p
048600                                                                  sbank80p
048700**************************************************************    sbank80p
048800* Pick the attribute colour for the selected BANK-COLOUR-         sbank80p
048900* SCHEME.  BANK-SCHEME-GREEN matches the long-standing            sbank80p
049000* COLOUR-OFF behaviour; the others give terminal users who        sbank80p
049100* have asked for something other than plain green an              sbank80p
049200* alternative that still turns every field the same colour.       sbank80p
049300**************************************************************    sbank80p
049400 COLOUR80-PICK.                                                   sbank80p
049500     IF BANK-SCHEME-AMBER                                         sbank80p
049600        MOVE DFHYELLOW TO WS-SCHEME-COLOUR                        sbank80p
049700     ELSE                                                         sbank80p
049800        IF BANK-SCHEME-MONO                                       sbank80p
049900           MOVE DFHNEUTR TO WS-SCHEME-COLOUR                      sbank80p
050000        ELSE                                                      sbank80p
050100           IF BANK-SCHEME-HICON                                   sbank80p
050200              MOVE DFHRED TO WS-SCHEME-COLOUR                     sbank80p
050300           ELSE                                                   sbank80p
050400              MOVE DFHGREEN TO WS-SCHEME-COLOUR                   sbank80p
050500           END-IF                                                 sbank80p
050600        END-IF                                                    sbank80p
050700     END-IF.                                                      sbank80p
050800 COLOUR80-PICK-EXIT.                                              sbank80p
050900     EXIT.                                                        sbank80p
051000                                                                  sbank80p
051100***************************************************************** sbank80p
051200* Fetch one catalogue message text in the language the user   *   sbank80p
051300* signed on with.                                             *   sbank80p
051400***************************************************************** sbank80p
051500 MSG80-FETCH.                                                     sbank80p
051600     MOVE BANK-LANGUAGE TO MSG-IP-LANGUAGE.                       sbank80p
051700     EXEC CICS LINK PROGRAM('SMSGC00P')                           sbank80p
051800                    COMMAREA(WS-MSG-WORK-AREA)                    sbank80p
051900                    LENGTH(LENGTH OF WS-MSG-WORK-AREA)            sbank80p
052000     END-EXEC.                                                    sbank80p
052100 MSG80-FETCH-EXIT.                                                sbank80p
052200     EXIT.                                                        sbank80p
052300                                                                  sbank80p
052400 ZZ-ABEND SECTION.                                                sbank80p
052500                                                                  sbank80p
052600     STRING ABEND-CULPRIT DELIMITED BY SIZE                       sbank80p
052700            ' Abend ' DELIMITED BY SIZE                           sbank80p
052800            ABEND-CODE DELIMITED BY SIZE                          sbank80p
052900            ' - ' DELIMITED BY SIZE                               sbank80p
053000            ABEND-REASON DELIMITED BY SIZE                        sbank80p
053100        INTO ABEND-MSG                                            sbank80p
053200     END-STRING.                                                  sbank80p
053300                                                                  sbank80p
053400     EXEC CICS WRITE                                              sbank80p
053500               OPERATOR                                           sbank80p
053600               TEXT(ABEND-MSG)                                    sbank80p
053700               TEXTLENGTH(LENGTH OF ABEND-MSG)                    sbank80p
053800     END-EXEC.                                                    sbank80p
053900                                                                  sbank80p
054000     EXEC CICS ABEND                                              sbank80p
054100          ABCODE(ABEND-CODE)                                      sbank80p
054200     END-EXEC.                                                    sbank80p
054300                                                                  sbank80p
054400* $ Version 1.00 sequenced on Thursday 15 Oct 2026 at 1:00pm      sbank80p
