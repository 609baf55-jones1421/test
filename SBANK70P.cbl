000100***************************************************************** sbank70p
000200*                                                               * sbank70p
000300*   Copyright (C) 1998-2015 Micro Focus. All Rights Reserved.   * sbank70p
000400*   This demonstration program is provided for use by users     * sbank70p
000500*   of Micro Focus products and may be used, modified and       * sbank70p
000600*   distributed as part of your application provided that       * sbank70p
000700*   you properly acknowledge the copyright of Micro Focus       * sbank70p
000800*   in this material.                                           * sbank70p
000900*                                                               * sbank70p
001000***************************************************************** sbank70p
001100                                                                  sbank70p
001200***************************************************************** sbank70p
001300* Program:     SBANK70P.CBL (CICS Version)                      * sbank70p
001400* Layer:       Screen handling                                  * sbank70p
001500* Function:    Account maintenance of the ACCTFILE account      * sbank70p
001600*              master file                                      * sbank70p
001700***************************************************************** sbank70p
001800                                                                  sbank70p
001900 IDENTIFICATION DIVISION.                                         sbank70p
002000 PROGRAM-ID.                                                      sbank70p
002100     SBANK70P.                                                    sbank70p
002200 DATE-WRITTEN.                                                    sbank70p
002300     October 2026.                                                sbank70p
002400 DATE-COMPILED.                                                   sbank70p
002500     Today.                                                       sbank70p
002600                                                                  sbank70p
002700 ENVIRONMENT DIVISION.                                            sbank70p
002800                                                                  sbank70p
002900 DATA DIVISION.                                                   sbank70p
003000 WORKING-STORAGE SECTION.                                         sbank70p
003100 01  WS-MISC-STORAGE.                                             sbank70p
003200   05  WS-PROGRAM-ID                         PIC X(8)             sbank70p
003300       VALUE 'SBANK70P'.                                          sbank70p
003400   05  WS-TRAN-ID                            PIC X(4).            sbank70p
003500   05  WS-BUSINESS-LOGIC-PGM                 PIC X(8)             sbank70p
003600       VALUE SPACES.                                              sbank70p
003700   05  WS-DYNAMIC-PGM                        PIC X(8)             sbank70p
003800       VALUE 'UNKNOWN'.                                           sbank70p
003900   05  WS-SAVED-EIBCALEN                     PIC S9(4) COMP.      sbank70p
004000   05  WS-RESP                               PIC S9(8) COMP.      sbank70p
004100                                                                  sbank70p
004200 01  WS-TIMEOUT-WORK-AREA.                                        sbank70p
004300   05  WS-TIMEOUT-SECS              PIC 9(05) VALUE 00180.        sbank70p
004400   05  WS-THEN-TIME                 PIC 9(07).                    sbank70p
004500   05  WS-THEN-TIME-R REDEFINES WS-THEN-TIME.                     sbank70p
004600       10  FILLER                   PIC 9(01).                    sbank70p
004700       10  WS-THEN-HH               PIC 9(02).                    sbank70p
004800       10  WS-THEN-MM               PIC 9(02).                    sbank70p
004900       10  WS-THEN-SS               PIC 9(02).                    sbank70p
005000   05  WS-THEN-TOTAL-SECS           PIC 9(07).                    sbank70p
005100   05  WS-NOW-TIME                  PIC 9(07).                    sbank70p
005200   05  WS-NOW-TIME-R REDEFINES WS-NOW-TIME.                       sbank70p
005300       10  FILLER                   PIC 9(01).                    sbank70p
005400       10  WS-NOW-HH                PIC 9(02).                    sbank70p
005500       10  WS-NOW-MM                PIC 9(02).                    sbank70p
005600       10  WS-NOW-SS                PIC 9(02).                    sbank70p
005700   05  WS-NOW-TOTAL-SECS            PIC 9(07).                    sbank70p
005800   05  WS-ELAPSED-SECS              PIC S9(07).                   sbank70p
005900 01  WS-COLOUR-WORK-AREA.                                         sbank70p
006000   05  WS-SCHEME-COLOUR             PIC X(01).                    sbank70p
006100 01  MAPAREA                                 PIC X(2048).         sbank70p
006200 COPY MBANK70.                                                    sbank70p
006300                                                                  sbank70p
006400 01  WS-TIME-DATE-WORK-AREA.                                      sbank70p
006500 COPY CDATED.                                                     sbank70p
006600                                                                  sbank70p
006700 01  WS-BANK-DATA-AREAS.                                          sbank70p
006800   05  WS-BANK-DATA.                                              sbank70p
006900 COPY CBANKDAT.                                                   sbank70p
007000   05  WS-BANK-EXT-DATA.                                          sbank70p
007100 COPY CBANKEXT.                                                   sbank70p
007200                                                                  sbank70p
007300 COPY CSCRNHDD.                                                   sbank70p
007400                                                                  sbank70p
007500 COPY CVERSND.                                                    sbank70p
007600                                                                  sbank70p
007700 COPY DFHAID.                                                     sbank70p
007800                                                                  sbank70p
007900 COPY DFHBMSCA.                                                   sbank70p
008000                                                                  sbank70p
008100 COPY CABENDD.                                                    sbank70p
008200                                                                  sbank70p
008300 COPY CERRREC.                                                    sbank70p
008400                                                                  sbank70p
008500 COPY CUSRREC.                                                    sbank70p
008600                                                                  sbank70p
008700 01  WS-MSG-WORK-AREA.                                            sbank70p
008800 COPY CMSGD.                                                      sbank70p
008900 01  WS-CTL-WORK-AREA.                                            sbank70p
009000 COPY CCTLD.                                                      sbank70p
009100                                                                  sbank70p
009200 LINKAGE SECTION.                                                 sbank70p
009300 01  DFHCOMMAREA.                                                 sbank70p
009400   05  FILLER                                PIC X(1)             sbank70p
009500       OCCURS 1 TO 32767 TIMES DEPENDING ON EIBCALEN.             sbank70p
009600                                                                  sbank70p
009700 PROCEDURE DIVISION.                                              sbank70p
009800                                                                  sbank70p
009900***************************************************************** sbank70p
010000* Store our transaction-id                                      * sbank70p
010100***************************************************************** sbank70p
010200     MOVE EIBTRNID TO WS-TRAN-ID.                                 sbank70p
010300                                                                  sbank70p
010400***************************************************************** sbank70p
010500* Store passed data or abend if there wasn't any                * sbank70p
010600***************************************************************** sbank70p
010700     IF EIBCALEN IS EQUAL TO 0                                    sbank70p
010800        MOVE WS-PROGRAM-ID TO ABEND-CULPRIT                       sbank70p
010900        MOVE '0001' TO ABEND-CODE                                 sbank70p
011000        MOVE SPACES TO ABEND-REASON                               sbank70p
011100        PERFORM ZZ-ABEND                                          sbank70p
011200        GOBACK                                                    sbank70p
011300     ELSE                                                         sbank70p
011400        MOVE EIBCALEN TO WS-SAVED-EIBCALEN                        sbank70p
011500        MOVE LOW-VALUES TO WS-BANK-DATA                           sbank70p
011600        MOVE DFHCOMMAREA (1:EIBCALEN)                             sbank70p
011700          TO WS-BANK-DATA-AREAS (1:LENGTH OF WS-BANK-DATA-AREAS)  sbank70p
011800     END-IF.                                                      sbank70p
011900                                                                  sbank70p
012000***************************************************************** sbank70p
012100* Determine what we have to do (read from or send to screen)    * sbank70p
012200***************************************************************** sbank70p
012300     MOVE LOW-VALUE TO MAPAREA.                                   sbank70p
012400     EVALUATE TRUE                                                sbank70p
012500       WHEN BANK-MAP-FUNCTION-GET                                 sbank70p
012600         PERFORM SCREEN70-READ THRU                               sbank70p
012700                 SCREEN70-READ-EXIT                               sbank70p
012800       WHEN BANK-MAP-FUNCTION-PUT                                 sbank70p
012900         PERFORM SCREEN70-BUILD-AND-SEND THRU                     sbank70p
013000                 SCREEN70-BUILD-AND-SEND-EXIT                     sbank70p
013100       WHEN OTHER                                                 sbank70p
013200         MOVE WS-PROGRAM-ID TO ABEND-CULPRIT                      sbank70p
013300         MOVE '0002' TO ABEND-CODE                                sbank70p
013400         MOVE 'INVALID MAP FUNCTION' TO ABEND-REASON              sbank70p
013500         PERFORM ERROR70-LOG THRU ERROR70-LOG-EXIT                sbank70p
013600         SET BANK-MAP-FUNCTION-PUT TO TRUE                        sbank70p
013700         SET BANK-ENV-CICS TO TRUE                                sbank70p
013800         SET BANK-HELP-INACTIVE TO TRUE                           sbank70p
013900         MOVE SPACES TO BANK-ACM-DATA                             sbank70p
014000         MOVE 0022 TO MSG-IP-NUMBER                               sbank70p
014100         PERFORM MSG70-FETCH THRU MSG70-FETCH-EXIT                sbank70p
014200         MOVE MSG-OP-TEXT TO BANK-ERROR-MSG                       sbank70p
014300         PERFORM SCREEN70-BUILD-AND-SEND THRU                     sbank70p
014400                 SCREEN70-BUILD-AND-SEND-EXIT                     sbank70p
014500     END-EVALUATE.                                                sbank70p
014600                                                                  sbank70p
014700* Call the appropriate routine to handle the business logic       sbank70p
014800     IF BANK-MAP-FUNCTION-GET                                     sbank70p
014900        EXEC CICS LINK PROGRAM(WS-BUSINESS-LOGIC-PGM)             sbank70p
015000                       COMMAREA(WS-BANK-DATA)                     sbank70p
015100                       LENGTH(LENGTH OF WS-BANK-DATA)             sbank70p
015200        END-EXEC                                                  sbank70p
015300     END-IF.                                                      sbank70p
015400                                                                  sbank70p
015500***************************************************************** sbank70p
015600* Now we have to have finished and can return to our invoker.   * sbank70p
015700***************************************************************** sbank70p
015800* Now return to CICS                                              sbank70p
015900     MOVE WS-BANK-DATA-AREAS (1:LENGTH OF WS-BANK-DATA-AREAS)     sbank70p
016000       TO DFHCOMMAREA (1:WS-SAVED-EIBCALEN).                      sbank70p
016100     EXEC CICS                                                    sbank70p
016200          RETURN                                                  sbank70p
016300     END-EXEC.                                                    sbank70p
016400     GOBACK.                                                      sbank70p
016500                                                                  sbank70p
016600***************************************************************** sbank70p
016700* Screen processing for MBANK70                                 * sbank70p
016800*---------------------------------------------------------------* sbank70p
016900* Retrieve data from screen and format it                       * sbank70p
017000***************************************************************** sbank70p
017100 SCREEN70-READ.                                                   sbank70p
017200     MOVE 'BBANK70P' TO WS-BUSINESS-LOGIC-PGM.                    sbank70p
017300     IF BANK-AID-CLEAR                                            sbank70p
017400        SET BANK-AID-PFK03 TO TRUE                                sbank70p
017500        GO TO SCREEN70-READ-EXIT                                  sbank70p
017600     END-IF.                                                      sbank70p
017700     IF BANK-LAST-MAPSET IS EQUAL TO SPACES                       sbank70p
017800        GO TO SCREEN70-READ-EXIT                                  sbank70p
017900     END-IF.                                                      sbank70p
018000     IF BANK-ENV-CICS                                             sbank70p
018100        GO TO SCREEN70-READ-CICS                                  sbank70p
018200     ELSE                                                         sbank70p
018300        GO TO SCREEN70-READ-INET                                  sbank70p
018400     END-IF.                                                      sbank70p
018500                                                                  sbank70p
018600 SCREEN70-READ-CICS.                                              sbank70p
018700     EXEC CICS RECEIVE MAP('BANK70A')                             sbank70p
018800                       MAPSET('MBANK70')                          sbank70p
018900     END-EXEC.                                                    sbank70p
019000                                                                  sbank70p
019100     PERFORM TIMEOUT70-CHECK THRU                                 sbank70p
019200             TIMEOUT70-CHECK-EXIT.                                sbank70p
019300     IF BANK-MAP-FUNCTION-PUT                                     sbank70p
019400        GO TO SCREEN70-READ-EXIT                                  sbank70p
019500     END-IF.                                                      sbank70p
019600                                                                  sbank70p
019700     IF ACTIONL IN BANK70AI IS EQUAL TO 0                         sbank70p
019800        MOVE LOW-VALUES TO BANK-ACM-ACTION                        sbank70p
019900     ELSE                                                         sbank70p
020000        MOVE ACTIONI IN BANK70AI TO BANK-ACM-ACTION               sbank70p
020100     END-IF.                                                      sbank70p
020200                                                                  sbank70p
020300     IF MACCNOL IN BANK70AI IS EQUAL TO 0                         sbank70p
020400        MOVE LOW-VALUES TO BANK-ACM-ACC-NO                        sbank70p
020500     ELSE                                                         sbank70p
020600        MOVE MACCNOI IN BANK70AI (1:MACCNOL IN BANK70AI)          sbank70p
020700          TO BANK-ACM-ACC-NO                                      sbank70p
020800     END-IF.                                                      sbank70p
020900                                                                  sbank70p
021000     IF MOWNERL IN BANK70AI IS EQUAL TO 0                         sbank70p
021100        MOVE LOW-VALUES TO BANK-ACM-OWNER                         sbank70p
021200     ELSE                                                         sbank70p
021300        MOVE MOWNERI IN BANK70AI (1:MOWNERL IN BANK70AI)          sbank70p
021400          TO BANK-ACM-OWNER                                       sbank70p
021500     END-IF.                                                      sbank70p
021600                                                                  sbank70p
021700     IF MDESCL IN BANK70AI IS EQUAL TO 0                          sbank70p
021800        MOVE LOW-VALUES TO BANK-ACM-DESC                          sbank70p
021900     ELSE                                                         sbank70p
022000        MOVE MDESCI IN BANK70AI (1:MDESCL IN BANK70AI)            sbank70p
022100          TO BANK-ACM-DESC                                        sbank70p
022200     END-IF.                                                      sbank70p
022300                                                                  sbank70p
022400* PF3 returns to the menu; PF8 browses forward to the next        sbank70p
022500* account on the file; anything else is treated as ENTER.         sbank70p
022600     IF EIBAID IS EQUAL TO DFHPF3                                 sbank70p
022700        SET BANK-AID-PFK03 TO TRUE                                sbank70p
022800     ELSE                                                         sbank70p
022900        IF EIBAID IS EQUAL TO DFHPF8                              sbank70p
023000           SET BANK-AID-PFK08 TO TRUE                             sbank70p
023100        ELSE                                                      sbank70p
023200           SET BANK-AID-ENTER TO TRUE                             sbank70p
023300        END-IF                                                    sbank70p
023400     END-IF.                                                      sbank70p
023500                                                                  sbank70p
023600     GO TO SCREEN70-READ-EXIT.                                    sbank70p
023700                                                                  sbank70p
023800 SCREEN70-READ-INET.                                              sbank70p
023900     MOVE LOW-VALUES TO BANK-ACM-ACTION.                          sbank70p
024000     SET BANK-AID-ENTER TO TRUE.                                  sbank70p
024100     GO TO SCREEN70-READ-EXIT.                                    sbank70p
024200                                                                  sbank70p
024300 SCREEN70-READ-EXIT.                                              sbank70p
024400     EXIT.                                                        sbank70p
024500                                                                  sbank70p
024600***************************************************************** sbank70p
024700* Log a recoverable error (bad function code) to the ERRFILE    * sbank70p
024800* error log.  Expects ABEND-CULPRIT/ABEND-CODE/ABEND-REASON     * sbank70p
024900* already moved, the same fields ZZ-ABEND uses.  Unlike         * sbank70p
025000* ZZ-ABEND this never ends the transaction - the caller goes    * sbank70p
025100* on to redisplay the maintenance screen.                       * sbank70p
025200***************************************************************** sbank70p
025300 ERROR70-LOG.                                                     sbank70p
025400     MOVE ABEND-CULPRIT TO ERR-CULPRIT.                           sbank70p
025500     MOVE ABEND-CODE TO ERR-CODE.                                 sbank70p
025600     MOVE ABEND-REASON TO ERR-REASON.                             sbank70p
025700     MOVE WS-TRAN-ID TO ERR-TRAN-ID.                              sbank70p
025800     MOVE EIBDATE TO ERR-DATE.                                    sbank70p
025900     MOVE EIBTIME TO ERR-TIME.                                    sbank70p
026000     EXEC CICS LINK PROGRAM('SERRL00P')                           sbank70p
026100                    COMMAREA(ERR-RECORD)                          sbank70p
026200                    LENGTH(LENGTH OF ERR-RECORD)                  sbank70p
026300     END-EXEC.                                                    sbank70p
026400 ERROR70-LOG-EXIT.                                                sbank70p
026500     EXIT.                                                        sbank70p
026600*                                                                 sbank70p
026700***************************************************************** sbank70p
026800* Compare the time BANK70A was last sent (BANK-LAST-DATE/       * sbank70p
026900* BANK-LAST-TIME) against now.  An administration screen left   * sbank70p
027000* idle too long is treated as timed out: the user is signed     * sbank70p
027100* off and put back on the signon screen with a timeout          * sbank70p
027200* message, the signon screen itself being sent by its owning    * sbank70p
027300* program SBANK10P.                                             * sbank70p
027400***************************************************************** sbank70p
027500 TIMEOUT70-CHECK.                                                 sbank70p
027600     PERFORM TIMEOUT70-TUNING THRU                                sbank70p
027700             TIMEOUT70-TUNING-EXIT.                               sbank70p
027800     IF BANK-LAST-DATE IS EQUAL TO ZERO                           sbank70p
027900        GO TO TIMEOUT70-CHECK-EXIT                                sbank70p
028000     END-IF.                                                      sbank70p
028100     IF BANK-LAST-DATE IS NOT EQUAL TO EIBDATE                    sbank70p
028200        GO TO TIMEOUT70-TIMED-OUT                                 sbank70p
028300     END-IF.                                                      sbank70p
028400     MOVE BANK-LAST-TIME TO WS-THEN-TIME.                         sbank70p
028500     MOVE EIBTIME TO WS-NOW-TIME.                                 sbank70p
028600     COMPUTE WS-THEN-TOTAL-SECS =                                 sbank70p
028700        (WS-THEN-HH * 3600) + (WS-THEN-MM * 60) + WS-THEN-SS.     sbank70p
028800     COMPUTE WS-NOW-TOTAL-SECS =                                  sbank70p
028900        (WS-NOW-HH * 3600) + (WS-NOW-MM * 60) + WS-NOW-SS.        sbank70p
029000     COMPUTE WS-ELAPSED-SECS =                                    sbank70p
029100        WS-NOW-TOTAL-SECS - WS-THEN-TOTAL-SECS.                   sbank70p
029200     IF WS-ELAPSED-SECS IS LESS THAN WS-TIMEOUT-SECS              sbank70p
029300        GO TO TIMEOUT70-CHECK-EXIT                                sbank70p
029400     END-IF.                                                      sbank70p
029500 TIMEOUT70-TIMED-OUT.                                             sbank70p
029600     PERFORM TIMEOUT70-CLEAR-SESSION THRU                         sbank70p
029700             TIMEOUT70-CLEAR-SESSION-EXIT.                        sbank70p
029800     SET BANK-MAP-FUNCTION-PUT TO TRUE.                           sbank70p
029900     SET BANK-HELP-INACTIVE TO TRUE.                              sbank70p
030000     MOVE SPACES TO BANK-SIGNON-ID.                               sbank70p
030100     MOVE SPACES TO BANK-PSWD.                                    sbank70p
030200     MOVE SPACES TO BANK-NEW-PSWD.                                sbank70p
030300     MOVE SPACES TO BANK-USERID-NAME.                             sbank70p
030400     MOVE SPACES TO BANK-MENU-OPTION.                             sbank70p
030500     MOVE SPACES TO BANK-ADMIN-SWITCH.                            sbank70p
030600     MOVE SPACES TO BANK-ACM-DATA.                                sbank70p
030700     MOVE 'MBANK10' TO BANK-LAST-MAPSET.                          sbank70p
030800     MOVE 'BANK10A' TO BANK-LAST-MAP.                             sbank70p
030900     MOVE 0013 TO MSG-IP-NUMBER.                                  sbank70p
031000     PERFORM MSG70-FETCH THRU MSG70-FETCH-EXIT.                   sbank70p
031100     MOVE MSG-OP-TEXT TO BANK-ERROR-MSG.                          sbank70p
031200     EXEC CICS LINK PROGRAM('SBANK10P')                           sbank70p
031300                    COMMAREA(WS-BANK-DATA-AREAS)                  sbank70p
031400                    LENGTH(LENGTH OF WS-BANK-DATA-AREAS)          sbank70p
031500     END-EXEC.                                                    sbank70p
031600 TIMEOUT70-CHECK-EXIT.                                            sbank70p
031700     EXIT.                                                        sbank70p
031800*                                                                 sbank70p
031900***************************************************************** sbank70p
032000* The session being timed out still holds the active-session  *   sbank70p
032100* marker on its BANKUSR record.  Release it while the         *   sbank70p
032200* commarea still says whose session this was; if the record   *   sbank70p
032300* cannot be read the timeout simply goes ahead, since a       *   sbank70p
032400* leftover marker dies with its date at midnight anyway.      *   sbank70p
032500***************************************************************** sbank70p
032600 TIMEOUT70-CLEAR-SESSION.                                         sbank70p
032700     IF BANK-SIGNON-ID IS EQUAL TO SPACES                         sbank70p
032800        OR BANK-SIGNON-ID IS EQUAL TO LOW-VALUES                  sbank70p
032900        GO TO TIMEOUT70-CLEAR-SESSION-EXIT                        sbank70p
033000     END-IF.                                                      sbank70p
033100     EXEC CICS READ UPDATE                                        sbank70p
033200               DATASET('BANKUSR')                                 sbank70p
033300               INTO(USR-RECORD)                                   sbank70p
033400               RIDFLD(BANK-SIGNON-ID)                             sbank70p
033500               RESP(WS-RESP)                                      sbank70p
033600     END-EXEC.                                                    sbank70p
033700     IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                   sbank70p
033800        GO TO TIMEOUT70-CLEAR-SESSION-EXIT                        sbank70p
033900     END-IF.                                                      sbank70p
034000     SET USR-SESSION-INACTIVE TO TRUE.                            sbank70p
034100     MOVE ZERO TO USR-ACTIVE-DATE.                                sbank70p
034200     EXEC CICS REWRITE                                            sbank70p
034300               DATASET('BANKUSR')                                 sbank70p
034400               FROM(USR-RECORD)                                   sbank70p
034500     END-EXEC.                                                    sbank70p
034600 TIMEOUT70-CLEAR-SESSION-EXIT.                                    sbank70p
034700     EXIT.                                                        sbank70p
034800*                                                                 sbank70p
034900***************************************************************** sbank70p
035000* Pick up any runtime override of the idle timeout from the   *   sbank70p
035100* TIMEOUT record on CNTLFILE before the idle check uses it.   *   sbank70p
035200* Every channel fetches the same record, so the terminal and  *   sbank70p
035300* web sides can never drift apart again.                      *   sbank70p
035400***************************************************************** sbank70p
035500 TIMEOUT70-TUNING.                                                sbank70p
035600     MOVE 'TIMEOUT' TO CTL-IP-KEY.                                sbank70p
035700     EXEC CICS LINK PROGRAM('SCNTL00P')                           sbank70p
035800                    COMMAREA(WS-CTL-WORK-AREA)                    sbank70p
035900                    LENGTH(LENGTH OF WS-CTL-WORK-AREA)            sbank70p
036000     END-EXEC.                                                    sbank70p
036100     IF CTL-OP-FOUND                                              sbank70p
036200        AND CTL-OP-VALUE IS GREATER THAN ZERO                     sbank70p
036300        MOVE CTL-OP-VALUE TO WS-TIMEOUT-SECS                      sbank70p
036400     END-IF.                                                      sbank70p
036500 TIMEOUT70-TUNING-EXIT.                                           sbank70p
036600     EXIT.                                                        sbank70p
036700                                                                  sbank70p
036800***************************************************************** sbank70p
036900* Screen processing for SCREEN70 (BANK70)                       * sbank70p
037000*---------------------------------------------------------------* sbank70p
037100* Build the output screen and send it                           * sbank70p
037200***************************************************************** sbank70p
037300 SCREEN70-BUILD-AND-SEND.                                         sbank70p
037400* Clear map area, get date & time and move to the map             sbank70p
037500     MOVE LOW-VALUES TO BANK70AO.                                 sbank70p
037600     MOVE EIBTIME TO DD-TIME-INPUT-N.                             sbank70p
037700     MOVE EIBDATE TO DDI-DATA-YYDDD-YYDDD-N.                      sbank70p
037800* Remember when this screen went out, so the next SCREEN70-READ   sbank70p
037900* can tell whether the terminal has been sitting idle too long.   sbank70p
038000     MOVE EIBDATE TO BANK-LAST-DATE.                              sbank70p
038100     MOVE EIBTIME TO BANK-LAST-TIME.                              sbank70p
038200     SET DDI-YYDDD TO TRUE.                                       sbank70p
038300     PERFORM CALL-DATECONV THRU                                   sbank70p
038400             CALL-DATECONV-EXIT.                                  sbank70p
038500* Ensure the last map fields are correct                          sbank70p
038600     MOVE 'MBANK70' TO BANK-LAST-MAPSET.                          sbank70p
038700     MOVE 'BANK70A' TO BANK-LAST-MAP.                             sbank70p
038800     IF BANK-ENV-CICS                                             sbank70p
038900        GO TO BANK70-BUILD-AND-SEND-CICS                          sbank70p
039000     ELSE                                                         sbank70p
039100        GO TO SCREEN70-BUILD-AND-SEND-INET                        sbank70p
039200     END-IF.                                                      sbank70p
039300                                                                  sbank70p
039400 BANK70-BUILD-AND-SEND-CICS.                                      sbank70p
039500     CALL 'SCUSTOMP' USING SCREEN-TITLES.                         sbank70p
039600     MOVE SCREEN-TITLE1 TO HEAD1O IN BANK70AO.                    sbank70p
039700     MOVE SCREEN-TITLE2 TO HEAD2O IN BANK70AO.                    sbank70p
039800     CALL 'SVERSONP' USING VERSION.                               sbank70p
039900     MOVE VERSION TO VERO IN BANK70AO.                            sbank70p
040000     MOVE WS-TRAN-ID TO TRANO IN BANK70AO.                        sbank70p
040100     MOVE DD-TIME-OUTPUT TO TIMEO IN BANK70AO.                    sbank70p
040200     MOVE DDO-DATA TO DATEO IN BANK70AO.                          sbank70p
040300* Move in any error message                                       sbank70p
040400     MOVE BANK-ERROR-MSG TO ERRMSGO IN BANK70AO.                  sbank70p
040500* Move in screen specific fields                                  sbank70p
040600     MOVE BANK-ACM-ACTION TO ACTIONO IN BANK70AO.                 sbank70p
040700     MOVE BANK-ACM-ACC-NO TO MACCNOO IN BANK70AO.                 sbank70p
040800     MOVE BANK-ACM-OWNER TO MOWNERO IN BANK70AO.                  sbank70p
040900     MOVE BANK-ACM-OWNER-NAME TO MONAMEO IN BANK70AO.             sbank70p
041000     MOVE BANK-ACM-DESC TO MDESCO IN BANK70AO.                    sbank70p
041100     MOVE BANK-ACM-BALANCE TO MBALO IN BANK70AO.                  sbank70p
041200     MOVE BANK-ACM-STATUS TO MSTATO IN BANK70AO.                  sbank70p
041300     MOVE -1 TO ACTIONL IN BANK70AI.                              sbank70p
041400* Turn colour off if required                                     sbank70p
041500     PERFORM COLOUR70-PICK THRU COLOUR70-PICK-EXIT.               sbank70p
041600     IF COLOUR-OFF                                                sbank70p
041700        MOVE WS-SCHEME-COLOUR TO TXT01C IN BANK70AO               sbank70p
041800        MOVE WS-SCHEME-COLOUR TO SCRNC IN BANK70AO                sbank70p
041900        MOVE WS-SCHEME-COLOUR TO HEAD1C IN BANK70AO               sbank70p
042000        MOVE WS-SCHEME-COLOUR TO HEAD2C IN BANK70AO               sbank70p
042100        MOVE WS-SCHEME-COLOUR TO VERC IN BANK70AO                 sbank70p
042200        MOVE WS-SCHEME-COLOUR TO TRANC IN BANK70AO                sbank70p
042300        MOVE WS-SCHEME-COLOUR TO TIMEC IN BANK70AO                sbank70p
042400        MOVE WS-SCHEME-COLOUR TO DATEC IN BANK70AO                sbank70p
042500        MOVE WS-SCHEME-COLOUR TO TXT02C IN BANK70AO               sbank70p
042600        MOVE WS-SCHEME-COLOUR TO ACTIONC IN BANK70AO              sbank70p
042700        MOVE WS-SCHEME-COLOUR TO TXT03C IN BANK70AO               sbank70p
042800        MOVE WS-SCHEME-COLOUR TO MACCNOC IN BANK70AO              sbank70p
042900        MOVE WS-SCHEME-COLOUR TO TXT04C IN BANK70AO               sbank70p
043000        MOVE WS-SCHEME-COLOUR TO MOWNERC IN BANK70AO              sbank70p
043100        MOVE WS-SCHEME-COLOUR TO TXT05C IN BANK70AO               sbank70p
043200        MOVE WS-SCHEME-COLOUR TO MONAMEC IN BANK70AO              sbank70p
043300        MOVE WS-SCHEME-COLOUR TO TXT06C IN BANK70AO               sbank70p
043400        MOVE WS-SCHEME-COLOUR TO MDESCC IN BANK70AO               sbank70p
043500        MOVE WS-SCHEME-COLOUR TO TXT07C IN BANK70AO               sbank70p
043600        MOVE WS-SCHEME-COLOUR TO MBALC IN BANK70AO                sbank70p
043700        MOVE WS-SCHEME-COLOUR TO TXT08C IN BANK70AO               sbank70p
043800        MOVE WS-SCHEME-COLOUR TO MSTATC IN BANK70AO               sbank70p
043900        MOVE WS-SCHEME-COLOUR TO ERRMSGC IN BANK70AO              sbank70p
044000        MOVE WS-SCHEME-COLOUR TO TXT09C IN BANK70AO               sbank70p
044100     END-IF.                                                      sbank70p
044200                                                                  sbank70p
044300     EXEC CICS SEND MAP('BANK70A')                                sbank70p
044400                    MAPSET('MBANK70')                             sbank70p
044500                    ERASE                                         sbank70p
044600                    FREEKB                                        sbank70p
044700     END-EXEC.                                                    sbank70p
044800     GO TO SCREEN70-BUILD-AND-SEND-EXIT.                          sbank70p
044900                                                                  sbank70p
045000 SCREEN70-BUILD-AND-SEND-INET.                                    sbank70p
045100     MOVE SPACES TO EXT-OP-DATA.                                  sbank70p
045200     MOVE WS-TRAN-ID TO EXT-OP-TRAN.                              sbank70p
045300     MOVE DDO-DATA TO EXT-OP-DATE.                                sbank70p
045400     MOVE DD-TIME-OUTPUT TO EXT-OP-TIME.                          sbank70p
045500     CALL 'SCUSTOMP' USING SCREEN-TITLES.                         sbank70p
045600     MOVE SCREEN-TITLE1 TO EXT-OP-HEAD1.                          sbank70p
045700     MOVE SCREEN-TITLE2 TO EXT-OP-HEAD2.                          sbank70p
045800     CALL 'SVERSONP' USING VERSION.                               sbank70p
045900     MOVE VERSION TO EXT-OP-VERSION.                              sbank70p
046000* Move in screen name                                             sbank70p
046100     MOVE 'BANK70' TO EXT-OP-SCREEN.                              sbank70p
046200* Move in userid and any error message                            sbank70p
046300     MOVE BANK-ERROR-MSG TO EXT-OP-ERR-MSG.                       sbank70p
046400     MOVE BANK-SIGNON-ID TO EXT-OP-USERID.                        sbank70p
046500     MOVE BANK-USERID-NAME TO EXT-OP-NAME.                        sbank70p
046600     GO TO SCREEN70-BUILD-AND-SEND-EXIT.                          sbank70p
046700                                                                  sbank70p
046800 SCREEN70-BUILD-AND-SEND-EXIT.                                    sbank70p
046900     EXIT.                                                        sbank70p
047000                                                                  sbank70p
047100***************************************************************** sbank70p
047200* Call common routine to perform date conversions               * sbank70p
047300***************************************************************** sbank70p
047400 CALL-DATECONV.                                                   sbank70p
047500     MOVE BANK-DATE-FMT TO DD-ENV.                                sbank70p
047600     MOVE 'UDATECNV' TO WS-DYNAMIC-PGM.                           sbank70p
047700     CALL WS-DYNAMIC-PGM USING WS-TIME-DATE-WORK-AREA.            sbank70p
047800 CALL-DATECONV-EXIT.                                              sbank70p
047900     EXIT.                                                        sbank70p
048000                                                                  sbank70p
048100**************************************************************    sbank70p
048200* Pick the attribute colour for the selected BANK-COLOUR-         sbank70p
048300* SCHEME.  BANK-SCHEME-GREEN matches the long-standing            sbank70p
048400* COLOUR-OFF behaviour; the others give terminal users who        sbank70p
048500* have asked for something other than plain green an              sbank70p
048600* alternative that still turns every field the same colour.       sbank70p
048700**************************************************************    sbank70p
048800 COLOUR70-PICK.                                                   sbank70p
048900     IF BANK-SCHEME-AMBER                                         sbank70p
049000        MOVE DFHYELLOW TO WS-SCHEME-COLOUR                        sbank70p
049100     ELSE                                                         sbank70p
049200        IF BANK-SCHEME-MONO                                       sbank70p
049300           MOVE DFHNEUTR TO WS-SCHEME-COLOUR                      sbank70p
049400        ELSE                                                      sbank70p
049500           IF BANK-SCHEME-HICON                                   sbank70p
049600              MOVE DFHRED TO WS-SCHEME-COLOUR                     sbank70p
049700           ELSE                                                   sbank70p
049800              MOVE DFHGREEN TO WS-SCHEME-COLOUR                   sbank70p
049900           END-IF                                                 sbank70p
050000        END-IF                                                    sbank70p
050100     END-IF.                                                      sbank70p
050200 COLOUR70-PICK-EXIT.                                              sbank70p
050300     EXIT.                                                        sbank70p
050400                                                                  sbank70p
050500***************************************************************** sbank70p
050600* Fetch one catalogue message text in the language the user   *   sbank70p
050700* signed on with.                                             *   sbank70p
050800***************************************************************** sbank70p
050900 MSG70-FETCH.                                                     sbank70p
051000     MOVE BANK-LANGUAGE TO MSG-IP-LANGUAGE.                       sbank70p
051100     EXEC CICS LINK PROGRAM('SMSGC00P')                           sbank70p
051200                    COMMAREA(WS-MSG-WORK-AREA)                    sbank70p
051300                    LENGTH(LENGTH OF WS-MSG-WORK-AREA)            sbank70p
051400     END-EXEC.                                                    sbank70p
051500 MSG70-FETCH-EXIT.                                                sbank70p
051600     EXIT.                                                        sbank70p
051700                                                                  sbank70p
051800 ZZ-ABEND SECTION.                                                sbank70p
051900                                                                  sbank70p
052000     STRING ABEND-CULPRIT DELIMITED BY SIZE                       sbank70p
052100            ' Abend ' DELIMITED BY SIZE                           sbank70p
052200            ABEND-CODE DELIMITED BY SIZE                          sbank70p
052300            ' - ' DELIMITED BY SIZE                               sbank70p
052400            ABEND-REASON DELIMITED BY SIZE                        sbank70p
052500        INTO ABEND-MSG                                            sbank70p
052600     END-STRING.                                                  sbank70p
052700                                                                  sbank70p
052800     EXEC CICS WRITE                                              sbank70p
052900               OPERATOR                                           sbank70p
053000               TEXT(ABEND-MSG)                                    sbank70p
053100               TEXTLENGTH(LENGTH OF ABEND-MSG)                    sbank70p
053200     END-EXEC.                                                    sbank70p
053300                                                                  sbank70p
053400     EXEC CICS ABEND                                              sbank70p
053500          ABCODE(ABEND-CODE)                                      sbank70p
053600     END-EXEC.                                                    sbank70p
053700                                                                  sbank70p
053800* $ Version 1.00 sequenced on Thursday 15 Oct 2026 at 1:00pm      sbank70p
