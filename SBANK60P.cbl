000100***************************************************************** sbank60p
000200*                                                               * sbank60p
000300*   Copyright (C) 1998-2015 Micro Focus. All Rights Reserved.   * sbank60p
000400*   This demonstration program is provided for use by users     * sbank60p
000500*   of Micro Focus products and may be used, modified and       * sbank60p
000600*   distributed as part of your application provided that       * sbank60p
000700*   you properly acknowledge the copyright of Micro Focus       * sbank60p
000800*   in this material.                                           * sbank60p
000900*                                                               * sbank60p
001000***************************************************************** sbank60p
001100                                                                  sbank60p
001200***************************************************************** sbank60p
001300* Program:     SBANK60P.CBL (CICS Version)                      * sbank60p
001400* Layer:       Screen handling                                  * sbank60p
001500* Function:    Account statement for one of the user's accounts * sbank60p
001600***************************************************************** sbank60p
001700                                                                  sbank60p
001800 IDENTIFICATION DIVISION.                                         sbank60p
001900 PROGRAM-ID.                                                      sbank60p
002000     SBANK60P.                                                    sbank60p
002100 DATE-WRITTEN.                                                    sbank60p
002200     October 2026.                                                sbank60p
002300 DATE-COMPILED.                                                   sbank60p
002400     Today.                                                       sbank60p
002500                                                                  sbank60p
002600 ENVIRONMENT DIVISION.                                            sbank60p
002700                                                                  sbank60p
002800 DATA DIVISION.                                                   sbank60p
002900 WORKING-STORAGE SECTION.                                         sbank60p
003000 01  WS-MISC-STORAGE.                                             sbank60p
003100   05  WS-PROGRAM-ID                         PIC X(8)             sbank60p
003200       VALUE 'SBANK60P'.                                          sbank60p
003300   05  WS-TRAN-ID                            PIC X(4).            sbank60p
003400   05  WS-BUSINESS-LOGIC-PGM                 PIC X(8)             sbank60p
003500       VALUE SPACES.                                              sbank60p
003600   05  WS-DYNAMIC-PGM                        PIC X(8)             sbank60p
003700       VALUE 'UNKNOWN'.                                           sbank60p
003800   05  WS-SAVED-EIBCALEN                     PIC S9(4) COMP.      sbank60p
003900   05  WS-RESP                               PIC S9(8) COMP.      sbank60p
004000                                                                  sbank60p
004100 01  WS-TIMEOUT-WORK-AREA.                                        sbank60p
004200   05  WS-TIMEOUT-SECS              PIC 9(05) VALUE 00180.        sbank60p
004300   05  WS-THEN-TIME                 PIC 9(07).                    sbank60p
004400   05  WS-THEN-TIME-R REDEFINES WS-THEN-TIME.                     sbank60p
004500       10  FILLER                   PIC 9(01).                    sbank60p
004600       10  WS-THEN-HH               PIC 9(02).                    sbank60p
004700       10  WS-THEN-MM               PIC 9(02).                    sbank60p
004800       10  WS-THEN-SS               PIC 9(02).                    sbank60p
004900   05  WS-THEN-TOTAL-SECS           PIC 9(07).                    sbank60p
005000   05  WS-NOW-TIME                  PIC 9(07).                    sbank60p
005100   05  WS-NOW-TIME-R REDEFINES WS-NOW-TIME.                       sbank60p
005200       10  FILLER                   PIC 9(01).                    sbank60p
005300       10  WS-NOW-HH                PIC 9(02).                    sbank60p
005400       10  WS-NOW-MM                PIC 9(02).                    sbank60p
005500       10  WS-NOW-SS                PIC 9(02).                    sbank60p
005600   05  WS-NOW-TOTAL-SECS            PIC 9(07).                    sbank60p
005700   05  WS-ELAPSED-SECS              PIC S9(07).                   sbank60p
005800 01  WS-COLOUR-WORK-AREA.                                         sbank60p
005900   05  WS-SCHEME-COLOUR             PIC X(01).                    sbank60p
006000 01  MAPAREA                                 PIC X(2048).         sbank60p
006100 COPY MBANK60.                                                    sbank60p
006200                                                                  sbank60p
006300 01  WS-TIME-DATE-WORK-AREA.                                      sbank60p
006400 COPY CDATED.                                                     sbank60p
006500                                                                  sbank60p
006600 01  WS-BANK-DATA-AREAS.                                          sbank60p
006700   05  WS-BANK-DATA.                                              sbank60p
006800 COPY CBANKDAT.                                                   sbank60p
006900   05  WS-BANK-EXT-DATA.                                          sbank60p
007000 COPY CBANKEXT.                                                   sbank60p
007100                                                                  sbank60p
007200 COPY CSCRNHDD.                                                   sbank60p
007300                                                                  sbank60p
007400 COPY CVERSND.                                                    sbank60p
007500                                                                  sbank60p
007600 COPY DFHAID.                                                     sbank60p
007700                                                                  sbank60p
007800 COPY DFHBMSCA.                                                   sbank60p
007900                                                                  sbank60p
008000 COPY CABENDD.                                                    sbank60p
008100                                                                  sbank60p
008200 COPY CERRREC.                                                    sbank60p
008300                                                                  sbank60p
008400 COPY CUSRREC.                                                    sbank60p
008500                                                                  sbank60p
008600 01  WS-MSG-WORK-AREA.                                            sbank60p
008700 COPY CMSGD.                                                      sbank60p
008800 01  WS-CTL-WORK-AREA.                                            sbank60p
008900 COPY CCTLD.                                                      sbank60p
009000                                                                  sbank60p
009100 LINKAGE SECTION.                                                 sbank60p
009200 01  DFHCOMMAREA.                                                 sbank60p
009300   05  FILLER                                PIC X(1)             sbank60p
009400       OCCURS 1 TO 32767 TIMES DEPENDING ON EIBCALEN.             sbank60p
009500                                                                  sbank60p
009600 PROCEDURE DIVISION.                                              sbank60p
009700                                                                  sbank60p
009800***************************************************************** sbank60p
009900* Store our transaction-id                                      * sbank60p
010000***************************************************************** sbank60p
010100     MOVE EIBTRNID TO WS-TRAN-ID.                                 sbank60p
010200                                                                  sbank60p
010300***************************************************************** sbank60p
010400* Store passed data or abend if there wasn't any                * sbank60p
010500***************************************************************** sbank60p
010600     IF EIBCALEN IS EQUAL TO 0                                    sbank60p
010700        MOVE WS-PROGRAM-ID TO ABEND-CULPRIT                       sbank60p
010800        MOVE '0001' TO ABEND-CODE                                 sbank60p
010900        MOVE SPACES TO ABEND-REASON                               sbank60p
011000        PERFORM ZZ-ABEND                                          sbank60p
011100        GOBACK                                                    sbank60p
011200     ELSE                                                         sbank60p
011300        MOVE EIBCALEN TO WS-SAVED-EIBCALEN                        sbank60p
011400        MOVE LOW-VALUES TO WS-BANK-DATA                           sbank60p
011500        MOVE DFHCOMMAREA (1:EIBCALEN)                             sbank60p
011600          TO WS-BANK-DATA-AREAS (1:LENGTH OF WS-BANK-DATA-AREAS)  sbank60p
011700     END-IF.                                                      sbank60p
011800                                                                  sbank60p
011900***************************************************************** sbank60p
012000* Determine what we have to do (read from or send to screen)    * sbank60p
012100***************************************************************** sbank60p
012200     MOVE LOW-VALUE TO MAPAREA.                                   sbank60p
012300     EVALUATE TRUE                                                sbank60p
012400       WHEN BANK-MAP-FUNCTION-GET                                 sbank60p
012500         PERFORM SCREEN60-READ THRU                               sbank60p
012600                 SCREEN60-READ-EXIT                               sbank60p
012700       WHEN BANK-MAP-FUNCTION-PUT                                 sbank60p
012800         PERFORM SCREEN60-BUILD-AND-SEND THRU                     sbank60p
012900                 SCREEN60-BUILD-AND-SEND-EXIT                     sbank60p
013000       WHEN OTHER                                                 sbank60p
013100         MOVE WS-PROGRAM-ID TO ABEND-CULPRIT                      sbank60p
013200         MOVE '0002' TO ABEND-CODE                                sbank60p
013300         MOVE 'INVALID MAP FUNCTION' TO ABEND-REASON              sbank60p
013400         PERFORM ERROR60-LOG THRU ERROR60-LOG-EXIT                sbank60p
013500         SET BANK-MAP-FUNCTION-PUT TO TRUE                        sbank60p
013600         SET BANK-ENV-CICS TO TRUE                                sbank60p
013700         SET BANK-HELP-INACTIVE TO TRUE                           sbank60p
013800         MOVE SPACES TO BANK-STM-DATA                             sbank60p
013900         MOVE ZERO TO BANK-STM-PAGE                               sbank60p
014000         MOVE ZERO TO BANK-STM-LINE-CNT                           sbank60p
014100         MOVE 0022 TO MSG-IP-NUMBER                               sbank60p
014200         PERFORM MSG60-FETCH THRU MSG60-FETCH-EXIT                sbank60p
014300         MOVE MSG-OP-TEXT TO BANK-ERROR-MSG                       sbank60p
014400         PERFORM SCREEN60-BUILD-AND-SEND THRU                     sbank60p
014500                 SCREEN60-BUILD-AND-SEND-EXIT                     sbank60p
014600     END-EVALUATE.                                                sbank60p
014700                                                                  sbank60p
014800* Call the appropriate routine to handle the business logic       sbank60p
014900     IF BANK-MAP-FUNCTION-GET                                     sbank60p
015000        EXEC CICS LINK PROGRAM(WS-BUSINESS-LOGIC-PGM)             sbank60p
015100                       COMMAREA(WS-BANK-DATA)                     sbank60p
015200                       LENGTH(LENGTH OF WS-BANK-DATA)             sbank60p
015300        END-EXEC                                                  sbank60p
015400     END-IF.                                                      sbank60p
015500                                                                  sbank60p
015600***************************************************************** sbank60p
015700* Now we have to have finished and can return to our invoker.   * sbank60p
015800***************************************************************** sbank60p
015900* Now return to CICS                                              sbank60p
016000     MOVE WS-BANK-DATA-AREAS (1:LENGTH OF WS-BANK-DATA-AREAS)     sbank60p
016100       TO DFHCOMMAREA (1:WS-SAVED-EIBCALEN).                      sbank60p
016200     EXEC CICS                                                    sbank60p
016300          RETURN                                                  sbank60p
016400     END-EXEC.                                                    sbank60p
016500     GOBACK.                                                      sbank60p
016600                                                                  sbank60p
016700***************************************************************** sbank60p
016800* Screen processing for MBANK60                                 * sbank60p
016900*---------------------------------------------------------------* sbank60p
017000* Retrieve data from screen and format it                       * sbank60p
017100***************************************************************** sbank60p
017200 SCREEN60-READ.                                                   sbank60p
017300     MOVE 'BBANK60P' TO WS-BUSINESS-LOGIC-PGM.                    sbank60p
017400     IF BANK-AID-CLEAR                                            sbank60p
017500        SET BANK-AID-PFK03 TO TRUE                                sbank60p
017600        GO TO SCREEN60-READ-EXIT                                  sbank60p
017700     END-IF.                                                      sbank60p
017800     IF BANK-LAST-MAPSET IS EQUAL TO SPACES                       sbank60p
017900        GO TO SCREEN60-READ-EXIT                                  sbank60p
018000     END-IF.                                                      sbank60p
018100     IF BANK-ENV-CICS                                             sbank60p
018200        GO TO SCREEN60-READ-CICS                                  sbank60p
018300     ELSE                                                         sbank60p
018400        GO TO SCREEN60-READ-INET                                  sbank60p
018500     END-IF.                                                      sbank60p
018600                                                                  sbank60p
018700 SCREEN60-READ-CICS.                                              sbank60p
018800     EXEC CICS RECEIVE MAP('BANK60A')                             sbank60p
018900                       MAPSET('MBANK60')                          sbank60p
019000     END-EXEC.                                                    sbank60p
019100                                                                  sbank60p
019200     PERFORM TIMEOUT60-CHECK THRU                                 sbank60p
019300             TIMEOUT60-CHECK-EXIT.                                sbank60p
019400     IF BANK-MAP-FUNCTION-PUT                                     sbank60p
019500        GO TO SCREEN60-READ-EXIT                                  sbank60p
019600     END-IF.                                                      sbank60p
019700                                                                  sbank60p
019800* An account left untouched on the screen comes back with no      sbank60p
019900* data; the account already in the commarea then stands, so       sbank60p
020000* PF7/PF8 go on paging the statement being shown.                 sbank60p
020100     IF STMACCL IN BANK60AI IS GREATER THAN 0                     sbank60p
020200        MOVE SPACES TO BANK-STM-ACC                               sbank60p
020300        MOVE STMACCI IN BANK60AI                                  sbank60p
020400          TO BANK-STM-ACC (1:STMACCL IN BANK60AI)                 sbank60p
020500     END-IF.                                                      sbank60p
020600                                                                  sbank60p
020700* PF3 takes the user back to the main menu and PF7/PF8 page       sbank60p
020800* back and forward through the postings; any other attention      sbank60p
020900* key is treated as ENTER and shows the newest postings.          sbank60p
021000     EVALUATE TRUE                                                sbank60p
021100       WHEN EIBAID IS EQUAL TO DFHPF3                             sbank60p
021200         SET BANK-AID-PFK03 TO TRUE                               sbank60p
021300       WHEN EIBAID IS EQUAL TO DFHPF7                             sbank60p
021400         SET BANK-AID-PFK07 TO TRUE                               sbank60p
021500       WHEN EIBAID IS EQUAL TO DFHPF8                             sbank60p
021600         SET BANK-AID-PFK08 TO TRUE                               sbank60p
021700       WHEN OTHER                                                 sbank60p
021800         SET BANK-AID-ENTER TO TRUE                               sbank60p
021900     END-EVALUATE.                                                sbank60p
022000                                                                  sbank60p
022100     GO TO SCREEN60-READ-EXIT.                                    sbank60p
022200                                                                  sbank60p
022300 SCREEN60-READ-INET.                                              sbank60p
022400     SET BANK-AID-ENTER TO TRUE.                                  sbank60p
022500     GO TO SCREEN60-READ-EXIT.                                    sbank60p
022600                                                                  sbank60p
022700 SCREEN60-READ-EXIT.                                              sbank60p
022800     EXIT.                                                        sbank60p
022900                                                                  sbank60p
023000***************************************************************** sbank60p
023100* Log a recoverable error (bad function code) to the ERRFILE    * sbank60p
023200* error log.  Expects ABEND-CULPRIT/ABEND-CODE/ABEND-REASON     * sbank60p
023300* already moved, the same fields ZZ-ABEND uses.  Unlike         * sbank60p
023400* ZZ-ABEND this never ends the transaction - the caller goes    * sbank60p
023500* on to redisplay the statement screen.                         * sbank60p
023600***************************************************************** sbank60p
023700 ERROR60-LOG.                                                     sbank60p
023800     MOVE ABEND-CULPRIT TO ERR-CULPRIT.                           sbank60p
023900     MOVE ABEND-CODE TO ERR-CODE.                                 sbank60p
024000     MOVE ABEND-REASON TO ERR-REASON.                             sbank60p
024100     MOVE WS-TRAN-ID TO ERR-TRAN-ID.                              sbank60p
024200     MOVE EIBDATE TO ERR-DATE.                                    sbank60p
024300     MOVE EIBTIME TO ERR-TIME.                                    sbank60p
024400     EXEC CICS LINK PROGRAM('SERRL00P')                           sbank60p
024500                    COMMAREA(ERR-RECORD)                          sbank60p
024600                    LENGTH(LENGTH OF ERR-RECORD)                  sbank60p
024700     END-EXEC.                                                    sbank60p
024800 ERROR60-LOG-EXIT.                                                sbank60p
024900     EXIT.                                                        sbank60p
025000*                                                                 sbank60p
025100***************************************************************** sbank60p
025200* Compare the time BANK60A was last sent (BANK-LAST-DATE/       * sbank60p
025300* BANK-LAST-TIME) against now.  A statement screen left idle    * sbank60p
025400* too long is treated as timed out: the user is signed off and  * sbank60p
025500* put back on the signon screen with a timeout message, the     * sbank60p
025600* signon screen itself being sent by its owning program         * sbank60p
025700* SBANK10P.                                                     * sbank60p
025800***************************************************************** sbank60p
025900 TIMEOUT60-CHECK.                                                 sbank60p
026000     PERFORM TIMEOUT60-TUNING THRU                                sbank60p
026100             TIMEOUT60-TUNING-EXIT.                               sbank60p
026200     IF BANK-LAST-DATE IS EQUAL TO ZERO                           sbank60p
026300        GO TO TIMEOUT60-CHECK-EXIT                                sbank60p
026400     END-IF.                                                      sbank60p
026500     IF BANK-LAST-DATE IS NOT EQUAL TO EIBDATE                    sbank60p
026600        GO TO TIMEOUT60-TIMED-OUT                                 sbank60p
026700     END-IF.                                                      sbank60p
026800     MOVE BANK-LAST-TIME TO WS-THEN-TIME.                         sbank60p
026900     MOVE EIBTIME TO WS-NOW-TIME.                                 sbank60p
027000     COMPUTE WS-THEN-TOTAL-SECS =                                 sbank60p
027100        (WS-THEN-HH * 3600) + (WS-THEN-MM * 60) + WS-THEN-SS.     sbank60p
027200     COMPUTE WS-NOW-TOTAL-SECS =                                  sbank60p
027300        (WS-NOW-HH * 3600) + (WS-NOW-MM * 60) + WS-NOW-SS.        sbank60p
027400     COMPUTE WS-ELAPSED-SECS =                                    sbank60p
027500        WS-NOW-TOTAL-SECS - WS-THEN-TOTAL-SECS.                   sbank60p
027600     IF WS-ELAPSED-SECS IS LESS THAN WS-TIMEOUT-SECS              sbank60p
027700        GO TO TIMEOUT60-CHECK-EXIT                                sbank60p
027800     END-IF.                                                      sbank60p
027900 TIMEOUT60-TIMED-OUT.                                             sbank60p
028000     PERFORM TIMEOUT60-CLEAR-SESSION THRU                         sbank60p
028100             TIMEOUT60-CLEAR-SESSION-EXIT.                        sbank60p
028200     SET BANK-MAP-FUNCTION-PUT TO TRUE.                           sbank60p
028300     SET BANK-HELP-INACTIVE TO TRUE.                              sbank60p
028400     MOVE SPACES TO BANK-SIGNON-ID.                               sbank60p
028500     MOVE SPACES TO BANK-PSWD.                                    sbank60p
028600     MOVE SPACES TO BANK-NEW-PSWD.                                sbank60p
028700     MOVE SPACES TO BANK-USERID-NAME.                             sbank60p
028800     MOVE SPACES TO BANK-MENU-OPTION.                             sbank60p
028900     MOVE SPACES TO BANK-ADMIN-SWITCH.                            sbank60p
029000     MOVE SPACES TO BANK-STM-DATA.                                sbank60p
029100     MOVE 'MBANK10' TO BANK-LAST-MAPSET.                          sbank60p
029200     MOVE 'BANK10A' TO BANK-LAST-MAP.                             sbank60p
029300     MOVE 0013 TO MSG-IP-NUMBER.                                  sbank60p
029400     PERFORM MSG60-FETCH THRU MSG60-FETCH-EXIT.                   sbank60p
029500     MOVE MSG-OP-TEXT TO BANK-ERROR-MSG.                          sbank60p
029600     EXEC CICS LINK PROGRAM('SBANK10P')                           sbank60p
029700                    COMMAREA(WS-BANK-DATA-AREAS)                  sbank60p
029800                    LENGTH(LENGTH OF WS-BANK-DATA-AREAS)          sbank60p
029900     END-EXEC.                                                    sbank60p
030000 TIMEOUT60-CHECK-EXIT.                                            sbank60p
030100     EXIT.                                                        sbank60p
030200*                                                                 sbank60p
030300***************************************************************** sbank60p
030400* The session being timed out still holds the active-session  *   sbank60p
030500* marker on its BANKUSR record.  Release it while the         *   sbank60p
030600* commarea still says whose session this was; if the record   *   sbank60p
030700* cannot be read the timeout simply goes ahead, since a       *   sbank60p
030800* leftover marker dies with its date at midnight anyway.      *   sbank60p
030900***************************************************************** sbank60p
031000 TIMEOUT60-CLEAR-SESSION.                                         sbank60p
031100     IF BANK-SIGNON-ID IS EQUAL TO SPACES                         sbank60p
031200        OR BANK-SIGNON-ID IS EQUAL TO LOW-VALUES                  sbank60p
031300        GO TO TIMEOUT60-CLEAR-SESSION-EXIT                        sbank60p
031400     END-IF.                                                      sbank60p
031500     EXEC CICS READ UPDATE                                        sbank60p
031600               DATASET('BANKUSR')                                 sbank60p
031700               INTO(USR-RECORD)                                   sbank60p
031800               RIDFLD(BANK-SIGNON-ID)                             sbank60p
031900               RESP(WS-RESP)                                      sbank60p
032000     END-EXEC.                                                    sbank60p
032100     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   sbank60p
032200        GO TO TIMEOUT60-CLEAR-SESSION-EXIT                        sbank60p
032300     END-IF.                                                      sbank60p
032400     SET USR-SESSION-INACTIVE TO TRUE.                            sbank60p
032500     MOVE ZERO TO USR-ACTIVE-DATE.                                sbank60p
032600     EXEC CICS REWRITE                                            sbank60p
032700               DATASET('BANKUSR')                                 sbank60p
032800               FROM(USR-RECORD)                                   sbank60p
032900     END-EXEC.                                                    sbank60p
033000 TIMEOUT60-CLEAR-SESSION-EXIT.                                    sbank60p
033100     EXIT.                                                        sbank60p
033200*                                                                 sbank60p
033300***************************************************************** sbank60p
033400* Pick up any runtime override of the idle timeout from the   *   sbank60p
033500* TIMEOUT record on CNTLFILE before the idle check uses it.   *   sbank60p
033600* Every channel fetches the same record, so the terminal and  *   sbank60p
033700* web sides can never drift apart again.                      *   sbank60p
033800***************************************************************** sbank60p
033900 TIMEOUT60-TUNING.                                                sbank60p
034000     MOVE 'TIMEOUT' TO CTL-IP-KEY.                                sbank60p
034100     EXEC CICS LINK PROGRAM('SCNTL00P')                           sbank60p
034200                    COMMAREA(WS-CTL-WORK-AREA)                    sbank60p
034300                    LENGTH(LENGTH OF WS-CTL-WORK-AREA)            sbank60p
034400     END-EXEC.                                                    sbank60p
034500     IF CTL-OP-FOUND                                              sbank60p
034600        AND CTL-OP-VALUE IS GREATER THAN ZERO                     sbank60p
034700        MOVE CTL-OP-VALUE TO WS-TIMEOUT-SECS                      sbank60p
034800     END-IF.                                                      sbank60p
034900 TIMEOUT60-TUNING-EXIT.                                           sbank60p
035000     EXIT.                                                        sbank60p
035100                                                                  sbank60p
035200***************************************************************** sbank60p
035300* Screen processing for SCREEN60 (BANK60)                       * sbank60p
035400*---------------------------------------------------------------* sbank60p
035500* Build the output screen and send it                           * sbank60p
035600***************************************************************** sbank60p
035700 SCREEN60-BUILD-AND-SEND.                                         sbank60p
035800* Clear map area, get date & time and move to the map             sbank60p
035900     MOVE LOW-VALUES TO BANK60AO.                                 sbank60p
036000     MOVE EIBTIME TO DD-TIME-INPUT-N.                             sbank60p
036100     MOVE EIBDATE TO DDI-DATA-YYDDD-YYDDD-N.                      sbank60p
036200* Remember when this screen went out, so the next SCREEN60-READ   sbank60p
036300* can tell whether the terminal has been sitting idle too long.   sbank60p
036400     MOVE EIBDATE TO BANK-LAST-DATE.                              sbank60p
036500     MOVE EIBTIME TO BANK-LAST-TIME.                              sbank60p
036600     SET DDI-YYDDD TO TRUE.                                       sbank60p
036700     PERFORM CALL-DATECONV THRU                                   sbank60p
036800             CALL-DATECONV-EXIT.                                  sbank60p
036900* Ensure the last map fields are correct                          sbank60p
037000     MOVE 'MBANK60' TO BANK-LAST-MAPSET.                          sbank60p
037100     MOVE 'BANK60A' TO BANK-LAST-MAP.                             sbank60p
037200     IF BANK-ENV-CICS                                             sbank60p
037300        GO TO BANK60-BUILD-AND-SEND-CICS                          sbank60p
037400     ELSE                                                         sbank60p
037500        GO TO SCREEN60-BUILD-AND-SEND-INET                        sbank60p
037600     END-IF.                                                      sbank60p
037700                                                                  sbank60p
037800 BANK60-BUILD-AND-SEND-CICS.                                      sbank60p
037900     CALL 'SCUSTOMP' USING SCREEN-TITLES.                         sbank60p
038000     MOVE SCREEN-TITLE1 TO HEAD1O IN BANK60AO.                    sbank60p
038100     MOVE SCREEN-TITLE2 TO HEAD2O IN BANK60AO.                    sbank60p
038200     CALL 'SVERSONP' USING VERSION.                               sbank60p
038300     MOVE VERSION TO VERO IN BANK60AO.                            sbank60p
038400     MOVE WS-TRAN-ID TO TRANO IN BANK60AO.                        sbank60p
038500     MOVE DD-TIME-OUTPUT TO TIMEO IN BANK60AO.                    sbank60p
038600     MOVE DDO-DATA TO DATEO IN BANK60AO.                          sbank60p
038700* Move in any error message                                       sbank60p
038800     MOVE BANK-ERROR-MSG TO ERRMSGO IN BANK60AO.                  sbank60p
038900* Move in screen specific fields                                  sbank60p
039000     MOVE BANK-USERID-NAME TO NAMEO IN BANK60AO.                  sbank60p
039100* The statement lines arrive from BBANK60P already formatted.     sbank60p
039200     MOVE -1 TO STMACCL IN BANK60AI.                              sbank60p
039300     MOVE BANK-STM-ACC TO STMACCO IN BANK60AO.                    sbank60p
039400     MOVE BANK-STM-DESC TO STMDSCO IN BANK60AO.                   sbank60p
039500     MOVE BANK-STM-BALANCE TO STMBALO IN BANK60AO.                sbank60p
039600     MOVE BANK-STM-LINE (01) TO STM01O IN BANK60AO.               sbank60p
039700     MOVE BANK-STM-LINE (02) TO STM02O IN BANK60AO.               sbank60p
039800     MOVE BANK-STM-LINE (03) TO STM03O IN BANK60AO.               sbank60p
039900     MOVE BANK-STM-LINE (04) TO STM04O IN BANK60AO.               sbank60p
040000     MOVE BANK-STM-LINE (05) TO STM05O IN BANK60AO.               sbank60p
040100     MOVE BANK-STM-LINE (06) TO STM06O IN BANK60AO.               sbank60p
040200     MOVE BANK-STM-LINE (07) TO STM07O IN BANK60AO.               sbank60p
040300     MOVE BANK-STM-LINE (08) TO STM08O IN BANK60AO.               sbank60p
040400     MOVE BANK-STM-LINE (09) TO STM09O IN BANK60AO.               sbank60p
040500     MOVE BANK-STM-LINE (10) TO STM10O IN BANK60AO.               sbank60p
040600* Turn colour off if required                                     sbank60p
040700     PERFORM COLOUR60-PICK THRU COLOUR60-PICK-EXIT.               sbank60p
040800     IF COLOUR-OFF                                                sbank60p
040900        MOVE WS-SCHEME-COLOUR TO TXT01C IN BANK60AO               sbank60p
041000        MOVE WS-SCHEME-COLOUR TO SCRNC IN BANK60AO                sbank60p
041100        MOVE WS-SCHEME-COLOUR TO HEAD1C IN BANK60AO               sbank60p
041200        MOVE WS-SCHEME-COLOUR TO HEAD2C IN BANK60AO               sbank60p
041300        MOVE WS-SCHEME-COLOUR TO VERC IN BANK60AO                 sbank60p
041400        MOVE WS-SCHEME-COLOUR TO TRANC IN BANK60AO                sbank60p
041500        MOVE WS-SCHEME-COLOUR TO TIMEC IN BANK60AO                sbank60p
041600        MOVE WS-SCHEME-COLOUR TO DATEC IN BANK60AO                sbank60p
041700        MOVE WS-SCHEME-COLOUR TO TXT02C IN BANK60AO               sbank60p
041800        MOVE WS-SCHEME-COLOUR TO NAMEC IN BANK60AO                sbank60p
041900        MOVE WS-SCHEME-COLOUR TO TXT03C IN BANK60AO               sbank60p
042000        MOVE WS-SCHEME-COLOUR TO STMACCC IN BANK60AO              sbank60p
042100        MOVE WS-SCHEME-COLOUR TO STMDSCC IN BANK60AO              sbank60p
042200        MOVE WS-SCHEME-COLOUR TO TXT04C IN BANK60AO               sbank60p
042300        MOVE WS-SCHEME-COLOUR TO STMBALC IN BANK60AO              sbank60p
042400        MOVE WS-SCHEME-COLOUR TO TXT05C IN BANK60AO               sbank60p
042500        MOVE WS-SCHEME-COLOUR TO STM01C IN BANK60AO               sbank60p
042600        MOVE WS-SCHEME-COLOUR TO STM02C IN BANK60AO               sbank60p
042700        MOVE WS-SCHEME-COLOUR TO STM03C IN BANK60AO               sbank60p
042800        MOVE WS-SCHEME-COLOUR TO STM04C IN BANK60AO               sbank60p
042900        MOVE WS-SCHEME-COLOUR TO STM05C IN BANK60AO               sbank60p
043000        MOVE WS-SCHEME-COLOUR TO STM06C IN BANK60AO               sbank60p
043100        MOVE WS-SCHEME-COLOUR TO STM07C IN BANK60AO               sbank60p
043200        MOVE WS-SCHEME-COLOUR TO STM08C IN BANK60AO               sbank60p
043300        MOVE WS-SCHEME-COLOUR TO STM09C IN BANK60AO               sbank60p
043400        MOVE WS-SCHEME-COLOUR TO STM10C IN BANK60AO               sbank60p
043500        MOVE WS-SCHEME-COLOUR TO ERRMSGC IN BANK60AO              sbank60p
043600        MOVE WS-SCHEME-COLOUR TO TXT06C IN BANK60AO               sbank60p
043700     END-IF.                                                      sbank60p
043800                                                                  sbank60p
043900     EXEC CICS SEND MAP('BANK60A')                                sbank60p
044000                    MAPSET('MBANK60')                             sbank60p
044100                    ERASE                                         sbank60p
044200                    FREEKB                                        sbank60p
044300     END-EXEC.                                                    sbank60p
044400     GO TO SCREEN60-BUILD-AND-SEND-EXIT.                          sbank60p
044500                                                                  sbank60p
044600 SCREEN60-BUILD-AND-SEND-INET.                                    sbank60p
044700     MOVE SPACES TO EXT-OP-DATA.                                  sbank60p
044800     MOVE WS-TRAN-ID TO EXT-OP-TRAN.                              sbank60p
044900     MOVE DDO-DATA TO EXT-OP-DATE.                                sbank60p
045000     MOVE DD-TIME-OUTPUT TO EXT-OP-TIME.                          sbank60p
045100     CALL 'SCUSTOMP' USING SCREEN-TITLES.                         sbank60p
045200     MOVE SCREEN-TITLE1 TO EXT-OP-HEAD1.                          sbank60p
045300     MOVE SCREEN-TITLE2 TO EXT-OP-HEAD2.                          sbank60p
045400     CALL 'SVERSONP' USING VERSION.                               sbank60p
045500     MOVE VERSION TO EXT-OP-VERSION.                              sbank60p
045600* Move in screen name                                             sbank60p
045700     MOVE 'BANK60' TO EXT-OP-SCREEN.                              sbank60p
045800* Move in userid and any error message                            sbank60p
045900     MOVE BANK-ERROR-MSG TO EXT-OP-ERR-MSG.                       sbank60p
046000     MOVE BANK-SIGNON-ID TO EXT-OP-USERID.                        sbank60p
046100     MOVE BANK-USERID-NAME TO EXT-OP-NAME.                        sbank60p
046200     GO TO SCREEN60-BUILD-AND-SEND-EXIT.                          sbank60p
046300                                                                  sbank60p
046400 SCREEN60-BUILD-AND-SEND-EXIT.                                    sbank60p
046500     EXIT.                                                        sbank60p
046600                                                                  sbank60p
046700***************************************************************** sbank60p
046800* Call common routine to perform date conversions               * sbank60p
046900***************************************************************** sbank60p
047000 CALL-DATECONV.                                                   sbank60p
047100     MOVE BANK-DATE-FMT TO DD-ENV.                                sbank60p
047200     MOVE 'UDATECNV' TO WS-DYNAMIC-PGM.                           sbank60p
047300     CALL WS-DYNAMIC-PGM USING WS-TIME-DATE-WORK-AREA.            sbank60p
047400 CALL-DATECONV-EXIT.                                              sbank60p
047500     EXIT.                                                        sbank60p
047600                                                                  sbank60p
047700**************************************************************    sbank60p
047800* Pick the attribute colour for the selected BANK-COLOUR-         sbank60p
047900* SCHEME.  BANK-SCHEME-GREEN matches the long-standing            sbank60p
048000* COLOUR-OFF behaviour; the others give terminal users who        sbank60p
048100* have asked for something other than plain green an              sbank60p
048200* alternative that still turns every field the same colour.       sbank60p
048300**************************************************************    sbank60p
048400 COLOUR60-PICK.                                                   sbank60p
048500     IF BANK-SCHEME-AMBER                                         sbank60p
048600        MOVE DFHYELLOW TO WS-SCHEME-COLOUR                        sbank60p
048700     ELSE                                                         sbank60p
048800        IF BANK-SCHEME-MONO                                       sbank60p
048900           MOVE DFHNEUTR TO WS-SCHEME-COLOUR                      sbank60p
049000        ELSE                                                      sbank60p
049100           IF BANK-SCHEME-HICON                                   sbank60p
049200              MOVE DFHRED TO WS-SCHEME-COLOUR                     sbank60p
049300           ELSE                                                   sbank60p
049400              MOVE DFHGREEN TO WS-SCHEME-COLOUR                   sbank60p
049500           END-IF                                                 sbank60p
049600        END-IF                                                    sbank60p
049700     END-IF.                                                      sbank60p
049800 COLOUR60-PICK-EXIT.                                              sbank60p
049900     EXIT.                                                        sbank60p
050000                                                                  sbank60p
050100***************************************************************** sbank60p
050200* Fetch one catalogue message text in the language the user   *   sbank60p
050300* signed on with.                                             *   sbank60p
050400***************************************************************** sbank60p
050500 MSG60-FETCH.                                                     sbank60p
050600     MOVE BANK-LANGUAGE TO MSG-IP-LANGUAGE.                       sbank60p
050700     EXEC CICS LINK PROGRAM('SMSGC00P')                           sbank60p
050800                    COMMAREA(WS-MSG-WORK-AREA)                    sbank60p
050900                    LENGTH(LENGTH OF WS-MSG-WORK-AREA)            sbank60p
051000     END-EXEC.                                                    sbank60p
051100 MSG60-FETCH-EXIT.                                                sbank60p
051200     EXIT.                                                        sbank60p
051300                                                                  sbank60p
051400 ZZ-ABEND SECTION.                                                sbank60p
051500                                                                  sbank60p
051600     STRING ABEND-CULPRIT DELIMITED BY SIZE                       sbank60p
051700            ' Abend ' DELIMITED BY SIZE                           sbank60p
051800            ABEND-CODE DELIMITED BY SIZE                          sbank60p
051900            ' - ' DELIMITED BY SIZE                               sbank60p
052000            ABEND-REASON DELIMITED BY SIZE                        sbank60p
052100        INTO ABEND-MSG                                            sbank60p
052200     END-STRING.                                                  sbank60p
052300                                                                  sbank60p
052400     EXEC CICS WRITE                                              sbank60p
052500               OPERATOR                                           sbank60p
052600               TEXT(ABEND-MSG)                                    sbank60p
052700               TEXTLENGTH(LENGTH OF ABEND-MSG)                    sbank60p
052800     END-EXEC.                                                    sbank60p
052900                                                                  sbank60p
053000     EXEC CICS ABEND                                              sbank60p
053100          ABCODE(ABEND-CODE)                                      sbank60p
053200     END-EXEC.                                                    sbank60p
053300                                                                  sbank60p
053400* $ Version 1.00 sequenced on Thursday 15 Oct 2026 at 1:00pm      sbank60p
