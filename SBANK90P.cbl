000100***************************************************************** sbank90p
000200*                                                               * sbank90p
000300*   Copyright (C) 1998-2015 Micro Focus. All Rights Reserved.   * sbank90p
000400*   This demonstration program is provided for use by users     * sbank90p
000500*   of Micro Focus products and may be used, modified and       * sbank90p
000600*   distributed as part of your application provided that       * sbank90p
000700*   you properly acknowledge the copyright of Micro Focus       * sbank90p
000800*   in this material.                                           * sbank90p
000900*                                                               * sbank90p
001000***************************************************************** sbank90p
001100                                                                  sbank90p
001200***************************************************************** sbank90p
001300* Program:     SBANK90P.CBL (CICS Version)                      * sbank90p
001400* Layer:       Screen handling                                  * sbank90p
001500* Function:    List the signed-on user's own future-dated      *  sbank90p
001600*              transfers and standing orders, and cancel them *   sbank90p
001700***************************************************************** sbank90p
001800                                                                  sbank90p
001900 IDENTIFICATION DIVISION.                                         sbank90p
002000 PROGRAM-ID.                                                      sbank90p
002100     SBANK90P.                                                    sbank90p
002200 DATE-WRITTEN.                                                    sbank90p
002300     October 2026.                                                sbank90p
002400 DATE-COMPILED.                                                   sbank90p
002500     Today.                                                       sbank90p
002600                                                                  sbank90p
002700 ENVIRONMENT DIVISION.                                            sbank90p
002800                                                                  sbank90p
002900 DATA DIVISION.                                                   sbank90p
003000 WORKING-STORAGE SECTION.                                         sbank90p
003100 01  WS-MISC-STORAGE.                                             sbank90p
003200   05  WS-PROGRAM-ID                         PIC X(8)             sbank90p
003300       VALUE 'SBANK90P'.                                          sbank90p
003400   05  WS-TRAN-ID                            PIC X(4).            sbank90p
003500   05  WS-BUSINESS-LOGIC-PGM                 PIC X(8)             sbank90p
003600       VALUE SPACES.                                              sbank90p
003700   05  WS-DYNAMIC-PGM                        PIC X(8)             sbank90p
003800       VALUE 'UNKNOWN'.                                           sbank90p
003900   05  WS-SAVED-EIBCALEN                     PIC S9(4) COMP.      sbank90p
004000   05  WS-RESP                               PIC S9(8) COMP.      sbank90p
004100                                                                  sbank90p
004200 01  WS-TIMEOUT-WORK-AREA.                                        sbank90p
004300   05  WS-TIMEOUT-SECS              PIC 9(05) VALUE 00180.        sbank90p
004400   05  WS-THEN-TIME                 PIC 9(07).                    sbank90p
004500   05  WS-THEN-TIME-R REDEFINES WS-THEN-TIME.                     sbank90p
004600       10  FILLER                   PIC 9(01).                    sbank90p
004700       10  WS-THEN-HH               PIC 9(02).                    sbank90p
004800       10  WS-THEN-MM               PIC 9(02).                    sbank90p
004900       10  WS-THEN-SS               PIC 9(02).                    sbank90p
005000   05  WS-THEN-TOTAL-SECS           PIC 9(07).                    sbank90p
005100   05  WS-NOW-TIME                  PIC 9(07).                    sbank90p
005200   05  WS-NOW-TIME-R REDEFINES WS-NOW-TIME.                       sbank90p
005300       10  FILLER                   PIC 9(01).                    sbank90p
005400       10  WS-NOW-HH                PIC 9(02).                    sbank90p
005500       10  WS-NOW-MM                PIC 9(02).                    sbank90p
005600       10  WS-NOW-SS                PIC 9(02).                    sbank90p
005700   05  WS-NOW-TOTAL-SECS            PIC 9(07).                    sbank90p
005800   05  WS-ELAPSED-SECS              PIC S9(07).                   sbank90p
005900 01  WS-COLOUR-WORK-AREA.                                         sbank90p
006000   05  WS-SCHEME-COLOUR             PIC X(01).                    sbank90p
006100 01  MAPAREA                                 PIC X(2048).         sbank90p
006200 COPY MBANK90.                                                    sbank90p
006300                                                                  sbank90p
006400 01  WS-TIME-DATE-WORK-AREA.                                      sbank90p
006500 COPY CDATED.                                                     sbank90p
006600                                                                  sbank90p
006700 01  WS-BANK-DATA-AREAS.                                          sbank90p
006800   05  WS-BANK-DATA.                                              sbank90p
006900 COPY CBANKDAT.                                                   sbank90p
007000   05  WS-BANK-EXT-DATA.                                          sbank90p
007100 COPY CBANKEXT.                                                   sbank90p
007200                                                                  sbank90p
007300 COPY CSCRNHDD.                                                   sbank90p
007400                                                                  sbank90p
007500 COPY CVERSND.                                                    sbank90p
007600                                                                  sbank90p
007700 COPY DFHAID.                                                     sbank90p
007800                                                                  sbank90p
007900 COPY DFHBMSCA.                                                   sbank90p
008000                                                                  sbank90p
008100 COPY CABENDD.                                                    sbank90p
008200                                                                  sbank90p
008300 COPY CERRREC.                                                    sbank90p
008400                                                                  sbank90p
008500 COPY CUSRREC.                                                    sbank90p
008600                                                                  sbank90p
008700 01  WS-MSG-WORK-AREA.                                            sbank90p
008800 COPY CMSGD.                                                      sbank90p
008900 01  WS-CTL-WORK-AREA.                                            sbank90p
009000 COPY CCTLD.                                                      sbank90p
009100                                                                  sbank90p
009200 LINKAGE SECTION.                                                 sbank90p
009300 01  DFHCOMMAREA.                                                 sbank90p
009400   05  FILLER                                PIC X(1)             sbank90p
009500       OCCURS 1 TO 32767 TIMES DEPENDING ON EIBCALEN.             sbank90p
009600                                                                  sbank90p
009700 PROCEDURE DIVISION.                                              sbank90p
009800                                                                  sbank90p
009900***************************************************************** sbank90p
010000* Store our transaction-id                                      * sbank90p
010100***************************************************************** sbank90p
010200     MOVE EIBTRNID TO WS-TRAN-ID.                                 sbank90p
010300                                                                  sbank90p
010400***************************************************************** sbank90p
010500* Store passed data or abend if there wasn't any                * sbank90p
010600***************************************************************** sbank90p
010700     IF EIBCALEN IS EQUAL TO 0                                    sbank90p
010800        MOVE WS-PROGRAM-ID TO ABEND-CULPRIT                       sbank90p
010900        MOVE '0001' TO ABEND-CODE                                 sbank90p
011000        MOVE SPACES TO ABEND-REASON                               sbank90p
011100        PERFORM ZZ-ABEND                                          sbank90p
011200        GOBACK                                                    sbank90p
011300     ELSE                                                         sbank90p
011400        MOVE EIBCALEN TO WS-SAVED-EIBCALEN                        sbank90p
011500        MOVE LOW-VALUES TO WS-BANK-DATA                           sbank90p
011600        MOVE DFHCOMMAREA (1:EIBCALEN)                             sbank90p
011700          TO WS-BANK-DATA-AREAS (1:LENGTH OF WS-BANK-DATA-AREAS)  sbank90p
011800     END-IF.                                                      sbank90p
011900                                                                  sbank90p
012000***************************************************************** sbank90p
012100* Determine what we have to do (read from or send to screen)    * sbank90p
012200***************************************************************** sbank90p
012300     MOVE LOW-VALUE TO MAPAREA.                                   sbank90p
012400     EVALUATE TRUE                                                sbank90p
012500       WHEN BANK-MAP-FUNCTION-GET                                 sbank90p
012600         PERFORM SCREEN90-READ THRU                               sbank90p
012700                 SCREEN90-READ-EXIT                               sbank90p
012800       WHEN BANK-MAP-FUNCTION-PUT                                 sbank90p
012900         PERFORM SCREEN90-BUILD-AND-SEND THRU                     sbank90p
013000                 SCREEN90-BUILD-AND-SEND-EXIT                     sbank90p
013100       WHEN OTHER                                                 sbank90p
013200         MOVE WS-PROGRAM-ID TO ABEND-CULPRIT                      sbank90p
013300         MOVE '0002' TO ABEND-CODE                                sbank90p
013400         MOVE 'INVALID MAP FUNCTION' TO ABEND-REASON              sbank90p
013500         PERFORM ERROR90-LOG THRU ERROR90-LOG-EXIT                sbank90p
013600         SET BANK-MAP-FUNCTION-PUT TO TRUE                        sbank90p
013700         SET BANK-ENV-CICS TO TRUE                                sbank90p
013800         SET BANK-HELP-INACTIVE TO TRUE                           sbank90p
013900         MOVE SPACES TO BANK-SCH-DATA                             sbank90p
014000         MOVE ZERO TO BANK-SCH-PAGE                               sbank90p
014100         MOVE ZERO TO BANK-SCH-LINE-CNT                           sbank90p
014200         MOVE 0022 TO MSG-IP-NUMBER                               sbank90p
014300         PERFORM MSG90-FETCH THRU MSG90-FETCH-EXIT                sbank90p
014400         MOVE MSG-OP-TEXT TO BANK-ERROR-MSG                       sbank90p
014500         PERFORM SCREEN90-BUILD-AND-SEND THRU                     sbank90p
014600                 SCREEN90-BUILD-AND-SEND-EXIT                     sbank90p
014700     END-EVALUATE.                                                sbank90p
014800                                                                  sbank90p
014900* Call the appropriate routine to handle the business logic       sbank90p
015000     IF BANK-MAP-FUNCTION-GET                                     sbank90p
015100        EXEC CICS LINK PROGRAM(WS-BUSINESS-LOGIC-PGM)             sbank90p
015200                       COMMAREA(WS-BANK-DATA)                     sbank90p
015300                       LENGTH(LENGTH OF WS-BANK-DATA)             sbank90p
015400        END-EXEC                                                  sbank90p
015500     END-IF.                                                      sbank90p
015600                                                                  sbank90p
015700***************************************************************** sbank90p
015800* Now we have to have finished and can return to our invoker.   * sbank90p
015900***************************************************************** sbank90p
016000* Now return to CICS                                              sbank90p
016100     MOVE WS-BANK-DATA-AREAS (1:LENGTH OF WS-BANK-DATA-AREAS)     sbank90p
016200       TO DFHCOMMAREA (1:WS-SAVED-EIBCALEN).                      sbank90p
016300     EXEC CICS                                                    sbank90p
016400          RETURN                                                  sbank90p
016500     END-EXEC.                                                    sbank90p
016600     GOBACK.                                                      sbank90p
016700                                                                  sbank90p
016800***************************************************************** sbank90p
016900* Screen processing for MBANK90                                 * sbank90p
017000*---------------------------------------------------------------* sbank90p
017100* Retrieve data from screen and format it                       * sbank90p
017200***************************************************************** sbank90p
017300 SCREEN90-READ.                                                   sbank90p
017400     MOVE 'BBANK90P' TO WS-BUSINESS-LOGIC-PGM.                    sbank90p
017500     IF BANK-AID-CLEAR                                            sbank90p
017600        SET BANK-AID-PFK03 TO TRUE                                sbank90p
017700        GO TO SCREEN90-READ-EXIT                                  sbank90p
017800     END-IF.                                                      sbank90p
017900     IF BANK-LAST-MAPSET IS EQUAL TO SPACES                       sbank90p
018000        GO TO SCREEN90-READ-EXIT                                  sbank90p
018100     END-IF.                                                      sbank90p
018200     IF BANK-ENV-CICS                                             sbank90p
018300        GO TO SCREEN90-READ-CICS                                  sbank90p
018400     ELSE                                                         sbank90p
018500        GO TO SCREEN90-READ-INET                                  sbank90p
018600     END-IF.                                                      sbank90p
018700                                                                  sbank90p
018800 SCREEN90-READ-CICS.                                              sbank90p
018900     EXEC CICS RECEIVE MAP('BANK90A')                             sbank90p
019000                       MAPSET('MBANK90')                          sbank90p
019100     END-EXEC.                                                    sbank90p
019200                                                                  sbank90p
019300     PERFORM TIMEOUT90-CHECK THRU                                 sbank90p
019400             TIMEOUT90-CHECK-EXIT.                                sbank90p
019500     IF BANK-MAP-FUNCTION-PUT                                     sbank90p
019600        GO TO SCREEN90-READ-EXIT                                  sbank90p
019700     END-IF.                                                      sbank90p
019800                                                                  sbank90p
019900     IF SCHACTL IN BANK90AI IS EQUAL TO 0                         sbank90p
020000        MOVE LOW-VALUES TO BANK-SCH-ACTION                        sbank90p
020100     ELSE                                                         sbank90p
020200        MOVE SCHACTI IN BANK90AI TO BANK-SCH-ACTION               sbank90p
020300     END-IF.                                                      sbank90p
020400                                                                  sbank90p
020500     IF SCHIDL IN BANK90AI IS EQUAL TO 0                          sbank90p
020600        MOVE LOW-VALUES TO BANK-SCH-ID                            sbank90p
020700     ELSE                                                         sbank90p
020800        MOVE SCHIDI IN BANK90AI (1:SCHIDL IN BANK90AI)            sbank90p
020900          TO BANK-SCH-ID                                          sbank90p
021000     END-IF.                                                      sbank90p
021100                                                                  sbank90p
021900* PF3 takes the user back to the main menu and PF7/PF8 page       sbank90p
022000* back and forward through the scheduled transfers; any other     sbank90p
022100* attention key is treated as ENTER and acts on the keyed item.   sbank90p
022200     EVALUATE TRUE                                                sbank90p
022300       WHEN EIBAID IS EQUAL TO DFHPF3                             sbank90p
022400         SET BANK-AID-PFK03 TO TRUE                               sbank90p
022500       WHEN EIBAID IS EQUAL TO DFHPF7                             sbank90p
022600         SET BANK-AID-PFK07 TO TRUE                               sbank90p
022700       WHEN EIBAID IS EQUAL TO DFHPF8                             sbank90p
022800         SET BANK-AID-PFK08 TO TRUE                               sbank90p
022900       WHEN OTHER                                                 sbank90p
023000         SET BANK-AID-ENTER TO TRUE                               sbank90p
023100     END-EVALUATE.                                                sbank90p
023200                                                                  sbank90p
023300     GO TO SCREEN90-READ-EXIT.                                    sbank90p
023400                                                                  sbank90p
023500 SCREEN90-READ-INET.                                              sbank90p
023600     MOVE LOW-VALUES TO BANK-SCH-ACTION.                          sbank90p
023700     SET BANK-AID-ENTER TO TRUE.                                  sbank90p
023800     GO TO SCREEN90-READ-EXIT.                                    sbank90p
023900                                                                  sbank90p
024000 SCREEN90-READ-EXIT.                                              sbank90p
024100     EXIT.                                                        sbank90p
024200                                                                  sbank90p
024300***************************************************************** sbank90p
024400* Log a recoverable error (bad function code) to the ERRFILE    * sbank90p
024500* error log.  Expects ABEND-CULPRIT/ABEND-CODE/ABEND-REASON     * sbank90p
024600* already moved, the same fields ZZ-ABEND uses.  Unlike         * sbank90p
024700* ZZ-ABEND this never ends the transaction - the caller goes    * sbank90p
024800* on to redisplay the scheduled transfers screen.              *  sbank90p
024900***************************************************************** sbank90p
025000 ERROR90-LOG.                                                     sbank90p
025100     MOVE ABEND-CULPRIT TO ERR-CULPRIT.                           sbank90p
025200     MOVE ABEND-CODE TO ERR-CODE.                                 sbank90p
025300     MOVE ABEND-REASON TO ERR-REASON.                             sbank90p
025400     MOVE WS-TRAN-ID TO ERR-TRAN-ID.                              sbank90p
025500     MOVE EIBDATE TO ERR-DATE.                                    sbank90p
025600     MOVE EIBTIME TO ERR-TIME.                                    sbank90p
025700     EXEC CICS LINK PROGRAM('SERRL00P')                           sbank90p
025800                    COMMAREA(ERR-RECORD)                          sbank90p
025900                    LENGTH(LENGTH OF ERR-RECORD)                  sbank90p
026000     END-EXEC.                                                    sbank90p
026100 ERROR90-LOG-EXIT.                                                sbank90p
026200     EXIT.                                                        sbank90p
026300*                                                                 sbank90p
026400***************************************************************** sbank90p
026500* Compare the time BANK90A was last sent (BANK-LAST-DATE/       * sbank90p
026600* BANK-LAST-TIME) against now.  A screen left idle too long is  * sbank90p
026700* treated as timed out: the user is signed off and put back on  * sbank90p
026800* the signon screen with a timeout message, the signon screen   * sbank90p
026900* itself being sent by its owning program SBANK10P.             * sbank90p
027100***************************************************************** sbank90p
027200 TIMEOUT90-CHECK.                                                 sbank90p
027300     PERFORM TIMEOUT90-TUNING THRU                                sbank90p
027400             TIMEOUT90-TUNING-EXIT.                               sbank90p
027500     IF BANK-LAST-DATE IS EQUAL TO ZERO                           sbank90p
027600        GO TO TIMEOUT90-CHECK-EXIT                                sbank90p
027700     END-IF.                                                      sbank90p
027800     IF BANK-LAST-DATE IS NOT EQUAL TO EIBDATE                    sbank90p
027900        GO TO TIMEOUT90-TIMED-OUT                                 sbank90p
028000     END-IF.                                                      sbank90p
028100     MOVE BANK-LAST-TIME TO WS-THEN-TIME.                         sbank90p
028200     MOVE EIBTIME TO WS-NOW-TIME.                                 sbank90p
028300     COMPUTE WS-THEN-TOTAL-SECS =                                 sbank90p
028400        (WS-THEN-HH * 3600) + (WS-THEN-MM * 60) + WS-THEN-SS.     sbank90p
028500     COMPUTE WS-NOW-TOTAL-SECS =                                  sbank90p
028600        (WS-NOW-HH * 3600) + (WS-NOW-MM * 60) + WS-NOW-SS.        sbank90p
028700     COMPUTE WS-ELAPSED-SECS =                                    sbank90p
028800        WS-NOW-TOTAL-SECS - WS-THEN-TOTAL-SECS.                   sbank90p
028900     IF WS-ELAPSED-SECS IS LESS THAN WS-TIMEOUT-SECS              sbank90p
029000        GO TO TIMEOUT90-CHECK-EXIT                                sbank90p
029100     END-IF.                                                      sbank90p
029200 TIMEOUT90-TIMED-OUT.                                             sbank90p
029300     PERFORM TIMEOUT90-CLEAR-SESSION THRU                         sbank90p
029400             TIMEOUT90-CLEAR-SESSION-EXIT.                        sbank90p
029500     SET BANK-MAP-FUNCTION-PUT TO TRUE.                           sbank90p
029600     SET BANK-HELP-INACTIVE TO TRUE.                              sbank90p
029700     MOVE SPACES TO BANK-SIGNON-ID.                               sbank90p
029800     MOVE SPACES TO BANK-PSWD.                                    sbank90p
029900     MOVE SPACES TO BANK-NEW-PSWD.                                sbank90p
030000     MOVE SPACES TO BANK-USERID-NAME.                             sbank90p
030100     MOVE SPACES TO BANK-MENU-OPTION.                             sbank90p
030200     MOVE SPACES TO BANK-ADMIN-SWITCH.                            sbank90p
030300     MOVE SPACES TO BANK-SCH-DATA.                                sbank90p
030400     MOVE 'MBANK10' TO BANK-LAST-MAPSET.                          sbank90p
030500     MOVE 'BANK10A' TO BANK-LAST-MAP.                             sbank90p
030600     MOVE 0013 TO MSG-IP-NUMBER.                                  sbank90p
030700     PERFORM MSG90-FETCH THRU MSG90-FETCH-EXIT.                   sbank90p
030800     MOVE MSG-OP-TEXT TO BANK-ERROR-MSG.                          sbank90p
030900     EXEC CICS LINK PROGRAM('SBANK10P')                           sbank90p
031000                    COMMAREA(WS-BANK-DATA-AREAS)                  sbank90p
031100                    LENGTH(LENGTH OF WS-BANK-DATA-AREAS)          sbank90p
031200     END-EXEC.                                                    sbank90p
031300 TIMEOUT90-CHECK-EXIT.                                            sbank90p
031400     EXIT.                                                        sbank90p
031500*                                                                 sbank90p
031600***************************************************************** sbank90p
031700* The session being timed out still holds the active-session  *   sbank90p
031800* marker on its BANKUSR record.  Release it while the         *   sbank90p
031900* commarea still says whose session this was; if the record   *   sbank90p
032000* cannot be read the timeout simply goes ahead, since a       *   sbank90p
032100* leftover marker dies with its date at midnight anyway.      *   sbank90p
032200***************************************************************** sbank90p
032300 TIMEOUT90-CLEAR-SESSION.                                         sbank90p
032400     IF BANK-SIGNON-ID IS EQUAL TO SPACES                         sbank90p
032500        OR BANK-SIGNON-ID IS EQUAL TO LOW-VALUES                  sbank90p
032600        GO TO TIMEOUT90-CLEAR-SESSION-EXIT                        sbank90p
032700     END-IF.                                                      sbank90p
032800     EXEC CICS READ UPDATE                                        sbank90p
032900               DATASET('BANKUSR')                                 sbank90p
033000               INTO(USR-RECORD)                                   sbank90p
033100               RIDFLD(BANK-SIGNON-ID)                             sbank90p
033200               RESP(WS-RESP)                                      sbank90p
033300     END-EXEC.                                                    sbank90p
033400     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   sbank90p
033500        GO TO TIMEOUT90-CLEAR-SESSION-EXIT                        sbank90p
033600     END-IF.                                                      sbank90p
033700     SET USR-SESSION-INACTIVE TO TRUE.                            sbank90p
033800     MOVE ZERO TO USR-ACTIVE-DATE.                                sbank90p
033900     EXEC CICS REWRITE                                            sbank90p
034000               DATASET('BANKUSR')                                 sbank90p
034100               FROM(USR-RECORD)                                   sbank90p
034200     END-EXEC.                                                    sbank90p
034300 TIMEOUT90-CLEAR-SESSION-EXIT.                                    sbank90p
034400     EXIT.                                                        sbank90p
034500*                                                                 sbank90p
034600***************************************************************** sbank90p
034700* Pick up any runtime override of the idle timeout from the   *   sbank90p
034800* TIMEOUT record on CNTLFILE before the idle check uses it.   *   sbank90p
034900* Every channel fetches the same record, so the terminal and  *   sbank90p
035000* web sides can never drift apart again.                      *   sbank90p
035100***************************************************************** sbank90p
035200 TIMEOUT90-TUNING.                                                sbank90p
035300     MOVE 'TIMEOUT' TO CTL-IP-KEY.                                sbank90p
035400     EXEC CICS LINK PROGRAM('SCNTL00P')                           sbank90p
035500                    COMMAREA(WS-CTL-WORK-AREA)                    sbank90p
035600                    LENGTH(LENGTH OF WS-CTL-WORK-AREA)            sbank90p
035700     END-EXEC.                                                    sbank90p
035800     IF CTL-OP-FOUND                                              sbank90p
035900        AND CTL-OP-VALUE IS GREATER THAN ZERO                     sbank90p
036000        MOVE CTL-OP-VALUE TO WS-TIMEOUT-SECS                      sbank90p
036100     END-IF.                                                      sbank90p
036200 TIMEOUT90-TUNING-EXIT.                                           sbank90p
036300     EXIT.                                                        sbank90p
036400                                                                  sbank90p
036500***************************************************************** sbank90p
036600* Screen processing for SCREEN90 (BANK90)                       * sbank90p
036700*---------------------------------------------------------------* sbank90p
036800* Build the output screen and send it                           * sbank90p
036900***************************************************************** sbank90p
037000 SCREEN90-BUILD-AND-SEND.                                         sbank90p
037100* Clear map area, get date & time and move to the map             sbank90p
037200     MOVE LOW-VALUES TO BANK90AO.                                 sbank90p
037300     MOVE EIBTIME TO DD-TIME-INPUT-N.                             sbank90p
037400     MOVE EIBDATE TO DDI-DATA-YYDDD-YYDDD-N.                      sbank90p
037500* Remember when this screen went out, so the next SCREEN90-READ   sbank90p
037600* can tell whether the terminal has been sitting idle too long.   sbank90p
037700     MOVE EIBDATE TO BANK-LAST-DATE.                              sbank90p
037800     MOVE EIBTIME TO BANK-LAST-TIME.                              sbank90p
037900     SET DDI-YYDDD TO TRUE.                                       sbank90p
038000     PERFORM CALL-DATECONV THRU                                   sbank90p
038100             CALL-DATECONV-EXIT.                                  sbank90p
038200* Ensure the last map fields are correct                          sbank90p
038300     MOVE 'MBANK90' TO BANK-LAST-MAPSET.                          sbank90p
038400     MOVE 'BANK90A' TO BANK-LAST-MAP.                             sbank90p
038500     IF BANK-ENV-CICS                                             sbank90p
038600        GO TO BANK90-BUILD-AND-SEND-CICS                          sbank90p
038700     ELSE                                                         sbank90p
038800        GO TO SCREEN90-BUILD-AND-SEND-INET                        sbank90p
038900     END-IF.                                                      sbank90p
039000                                                                  sbank90p
039100 BANK90-BUILD-AND-SEND-CICS.                                      sbank90p
039200     CALL 'SCUSTOMP' USING SCREEN-TITLES.                         sbank90p
039300     MOVE SCREEN-TITLE1 TO HEAD1O IN BANK90AO.                    sbank90p
039400     MOVE SCREEN-TITLE2 TO HEAD2O IN BANK90AO.                    sbank90p
039500     CALL 'SVERSONP' USING VERSION.                               sbank90p
039600     MOVE VERSION TO VERO IN BANK90AO.                            sbank90p
039700     MOVE WS-TRAN-ID TO TRANO IN BANK90AO.                        sbank90p
039800     MOVE DD-TIME-OUTPUT TO TIMEO IN BANK90AO.                    sbank90p
039900     MOVE DDO-DATA TO DATEO IN BANK90AO.                          sbank90p
040000* Move in any error message                                       sbank90p
040100     MOVE BANK-ERROR-MSG TO ERRMSGO IN BANK90AO.                  sbank90p
040200* Move in screen specific fields                                  sbank90p
040300     MOVE BANK-USERID-NAME TO NAMEO IN BANK90AO.                  sbank90p
040400* The list lines arrive from BBANK90P already formatted.          sbank90p
040500     MOVE BANK-SCH-LINE (01) TO SCH01O IN BANK90AO.               sbank90p
040600     MOVE BANK-SCH-LINE (02) TO SCH02O IN BANK90AO.               sbank90p
040700     MOVE BANK-SCH-LINE (03) TO SCH03O IN BANK90AO.               sbank90p
040800     MOVE BANK-SCH-LINE (04) TO SCH04O IN BANK90AO.               sbank90p
040900     MOVE BANK-SCH-LINE (05) TO SCH05O IN BANK90AO.               sbank90p
041000     MOVE BANK-SCH-LINE (06) TO SCH06O IN BANK90AO.               sbank90p
041100     MOVE BANK-SCH-LINE (07) TO SCH07O IN BANK90AO.               sbank90p
041200     MOVE BANK-SCH-LINE (08) TO SCH08O IN BANK90AO.               sbank90p
041300     MOVE BANK-SCH-ACTION TO SCHACTO IN BANK90AO.                 sbank90p
041400     MOVE BANK-SCH-ID TO SCHIDO IN BANK90AO.                      sbank90p
041600     MOVE -1 TO SCHACTL IN BANK90AI.                              sbank90p
041700* Turn colour off if required                                     sbank90p
041800     PERFORM COLOUR90-PICK THRU COLOUR90-PICK-EXIT.               sbank90p
041900     IF COLOUR-OFF                                                sbank90p
042000        MOVE WS-SCHEME-COLOUR TO TXT01C IN BANK90AO               sbank90p
042100        MOVE WS-SCHEME-COLOUR TO SCRNC IN BANK90AO                sbank90p
042200        MOVE WS-SCHEME-COLOUR TO HEAD1C IN BANK90AO               sbank90p
042300        MOVE WS-SCHEME-COLOUR TO HEAD2C IN BANK90AO               sbank90p
042400        MOVE WS-SCHEME-COLOUR TO VERC IN BANK90AO                 sbank90p
042500        MOVE WS-SCHEME-COLOUR TO TRANC IN BANK90AO                sbank90p
042600        MOVE WS-SCHEME-COLOUR TO TIMEC IN BANK90AO                sbank90p
042700        MOVE WS-SCHEME-COLOUR TO DATEC IN BANK90AO                sbank90p
042800        MOVE WS-SCHEME-COLOUR TO TXT02C IN BANK90AO               sbank90p
042900        MOVE WS-SCHEME-COLOUR TO NAMEC IN BANK90AO                sbank90p
043000        MOVE WS-SCHEME-COLOUR TO TXT03C IN BANK90AO               sbank90p
043100        MOVE WS-SCHEME-COLOUR TO SCH01C IN BANK90AO               sbank90p
043200        MOVE WS-SCHEME-COLOUR TO SCH02C IN BANK90AO               sbank90p
043300        MOVE WS-SCHEME-COLOUR TO SCH03C IN BANK90AO               sbank90p
043400        MOVE WS-SCHEME-COLOUR TO SCH04C IN BANK90AO               sbank90p
043500        MOVE WS-SCHEME-COLOUR TO SCH05C IN BANK90AO               sbank90p
043600        MOVE WS-SCHEME-COLOUR TO SCH06C IN BANK90AO               sbank90p
043700        MOVE WS-SCHEME-COLOUR TO SCH07C IN BANK90AO               sbank90p
043800        MOVE WS-SCHEME-COLOUR TO SCH08C IN BANK90AO               sbank90p
043900        MOVE WS-SCHEME-COLOUR TO TXT04C IN BANK90AO               sbank90p
044000        MOVE WS-SCHEME-COLOUR TO SCHACTC IN BANK90AO              sbank90p
044100        MOVE WS-SCHEME-COLOUR TO TXT05C IN BANK90AO               sbank90p
044200        MOVE WS-SCHEME-COLOUR TO SCHIDC IN BANK90AO               sbank90p
044500        MOVE WS-SCHEME-COLOUR TO ERRMSGC IN BANK90AO              sbank90p
044600        MOVE WS-SCHEME-COLOUR TO TXT06C IN BANK90AO               sbank90p
044700     END-IF.                                                      sbank90p
044800                                                                  sbank90p
044900     EXEC CICS SEND MAP('BANK90A')                                sbank90p
045000                    MAPSET('MBANK90')                             sbank90p
045100                    ERASE                                         sbank90p
045200                    FREEKB                                        sbank90p
045300     END-EXEC.                                                    sbank90p
045400     GO TO SCREEN90-BUILD-AND-SEND-EXIT.                          sbank90p
045500                                                                  sbank90p
045600 SCREEN90-BUILD-AND-SEND-INET.                                    sbank90p
045700     MOVE SPACES TO EXT-OP-DATA.                                  sbank90p
045800     MOVE WS-TRAN-ID TO EXT-OP-TRAN.                              sbank90p
045900     MOVE DDO-DATA TO EXT-OP-DATE.                                sbank90p
046000     MOVE DD-TIME-OUTPUT TO EXT-OP-TIME.                          sbank90p
046100     CALL 'SCUSTOMP' USING SCREEN-TITLES.                         sbank90p
046200     MOVE SCREEN-TITLE1 TO EXT-OP-HEAD1.                          sbank90p
046300     MOVE SCREEN-TITLE2 TO EXT-OP-HEAD2.                          sbank90p
046400     CALL 'SVERSONP' USING VERSION.                               sbank90p
046500     MOVE VERSION TO EXT-OP-VERSION.                              sbank90p
046600* Move in screen name                                             sbank90p
046700     MOVE 'BANK90' TO EXT-OP-SCREEN.                              sbank90p
046800* Move in userid and any error message                            sbank90p
046900     MOVE BANK-ERROR-MSG TO EXT-OP-ERR-MSG.                       sbank90p
047000     MOVE BANK-SIGNON-ID TO EXT-OP-USERID.                        sbank90p
047100     MOVE BANK-USERID-NAME TO EXT-OP-NAME.                        sbank90p
047200     GO TO SCREEN90-BUILD-AND-SEND-EXIT.                          sbank90p
047300                                                                  sbank90p
047400 SCREEN90-BUILD-AND-SEND-EXIT.                                    sbank90p
047500     EXIT.                                                        sbank90p
047600                                                                  sbank90p
047700***************************************************************** sbank90p
047800* Call common routine to perform date conversions               * sbank90p
047900***************************************************************** sbank90p
048000 CALL-DATECONV.                                                   sbank90p
048100     MOVE BANK-DATE-FMT TO DD-ENV.                                sbank90p
048200     MOVE 'UDATECNV' TO WS-DYNAMIC-PGM.                           sbank90p
048300     CALL WS-DYNAMIC-PGM USING WS-TIME-DATE-WORK-AREA.            sbank90p
048400 CALL-DATECONV-EXIT.                                              sbank90p
048500     EXIT.                                                        sbank90p
048600                                                                  sbank90p
048700**************************************************************    sbank90p
048800* Pick the attribute colour for the selected BANK-COLOUR-         sbank90p
048900* SCHEME.  BANK-SCHEME-GREEN matches the long-standing            sbank90p
049000* COLOUR-OFF behaviour; the others give terminal users who        sbank90p
049100* have asked for something other than plain green an              sbank90p
049200* alternative that still turns every field the same colour.       sbank90p
049300**************************************************************    sbank90p
049400 COLOUR90-PICK.                                                   sbank90p
049500     IF BANK-SCHEME-AMBER                                         sbank90p
049600        MOVE DFHYELLOW TO WS-SCHEME-COLOUR                        sbank90p
049700     ELSE                                                         sbank90p
049800        IF BANK-SCHEME-MONO                                       sbank90p
049900           MOVE DFHNEUTR TO WS-SCHEME-COLOUR                      sbank90p
050000        ELSE                                                      sbank90p
050100           IF BANK-SCHEME-HICON                                   sbank90p
050200              MOVE DFHRED TO WS-SCHEME-COLOUR                     sbank90p
050300           ELSE                                                   sbank90p
050400              MOVE DFHGREEN TO WS-SCHEME-COLOUR                   sbank90p
050500           END-IF                                                 sbank90p
050600        END-IF                                                    sbank90p
050700     END-IF.                                                      sbank90p
050800 COLOUR90-PICK-EXIT.                                              sbank90p
050900     EXIT.                                                        sbank90p
051000                                                                  sbank90p
051100***************************************************************** sbank90p
051200* Fetch one catalogue message text in the language the user   *   sbank90p
051300* signed on with.                                             *   sbank90p
051400***************************************************************** sbank90p
051500 MSG90-FETCH.                                                     sbank90p
051600     MOVE BANK-LANGUAGE TO MSG-IP-LANGUAGE.                       sbank90p
051700     EXEC CICS LINK PROGRAM('SMSGC00P')                           sbank90p
051800                    COMMAREA(WS-MSG-WORK-AREA)                    sbank90p
051900                    LENGTH(LENGTH OF WS-MSG-WORK-AREA)            sbank90p
052000     END-EXEC.                                                    sbank90p
052100 MSG90-FETCH-EXIT.                                                sbank90p
052200     EXIT.                                                        sbank90p
052300                                                                  sbank90p
052400 ZZ-ABEND SECTION.                                                sbank90p
052500                                                                  sbank90p
052600     STRING ABEND-CULPRIT DELIMITED BY SIZE                       sbank90p
052700            ' Abend ' DELIMITED BY SIZE                           sbank90p
052800            ABEND-CODE DELIMITED BY SIZE                          sbank90p
052900            ' - ' DELIMITED BY SIZE                               sbank90p
053000            ABEND-REASON DELIMITED BY SIZE                        sbank90p
053100        INTO ABEND-MSG                                            sbank90p
053200     END-STRING.                                                  sbank90p
053300                                                                  sbank90p
053400     EXEC CICS WRITE                                              sbank90p
053500               OPERATOR                                           sbank90p
053600               TEXT(ABEND-MSG)                                    sbank90p
053700               TEXTLENGTH(LENGTH OF ABEND-MSG)                    sbank90p
053800     END-EXEC.                                                    sbank90p
053900                                                                  sbank90p
054000     EXEC CICS ABEND                                              sbank90p
054100          ABCODE(ABEND-CODE)                                      sbank90p
054200     END-EXEC.                                                    sbank90p
054300                                                                  sbank90p
054400* $ Version 1.00 sequenced on Thursday 15 Oct 2026 at 1:00pm      sbank90p
