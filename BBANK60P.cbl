000100***************************************************************** bbank60p
000200*                                                               * bbank60p
000300*   Copyright (C) 1998-2015 Micro Focus. All Rights Reserved.   * bbank60p
000400*   This demonstration program is provided for use by users     * bbank60p
000500*   of Micro Focus products and may be used, modified and       * bbank60p
000600*   distributed as part of your application provided that       * bbank60p
000700*   you properly acknowledge the copyright of Micro Focus       * bbank60p
000800*   in this material.                                           * bbank60p
000900*                                                               * bbank60p
001000***************************************************************** bbank60p
001100*                                                                 bbank60p
001200***************************************************************** bbank60p
001300* Program:     BBANK60P.CBL (CICS Version)                      * bbank60p
001400* Layer:       Business logic                                   * bbank60p
001500* Function:    Account statement.  For an account keyed on the  * bbank60p
001600*              BANK60A screen and owned by the signed-on user,  * bbank60p
001700*              list its TRNJRNL postings newest first - date,   * bbank60p
001800*              time, debit or credit, amount, the account on    * bbank60p
001900*              the other side and the balance after each one.   * bbank60p
002000*              PF7 and PF8 page back and forward through the    * bbank60p
002100*              postings; PF3 returns the user to the main menu. * bbank60p
002200*              An unknown account and one owned by somebody     * bbank60p
002300*              else get the same message, as they do on the     * bbank60p
002400*              funds transfer screen.                           * bbank60p
002500***************************************************************** bbank60p
002600*                                                                 bbank60p
002700  IDENTIFICATION DIVISION.                                        bbank60p
002800  PROGRAM-ID.                                                     bbank60p
002900      BBANK60P.                                                   bbank60p
003000  DATE-WRITTEN.                                                   bbank60p
003100      October 2026.                                               bbank60p
003200  DATE-COMPILED.                                                  bbank60p
003300      Today.                                                      bbank60p
003400*                                                                 bbank60p
003500  ENVIRONMENT DIVISION.                                           bbank60p
003600*                                                                 bbank60p
003700  DATA DIVISION.                                                  bbank60p
003800  WORKING-STORAGE SECTION.                                        bbank60p
003900  01  WS-MISC-STORAGE.                                            bbank60p
004000      05  WS-PROGRAM-ID              PIC X(8)                     bbank60p
004100          VALUE 'BBANK60P'.                                       bbank60p
004200      05  WS-RESP                    PIC S9(8) COMP.              bbank60p
004300      05  WS-DYNAMIC-PGM             PIC X(8)                     bbank60p
004400          VALUE 'UNKNOWN'.                                        bbank60p
004500* Browse key for the TRNACCT path over TRNJRNL, which is keyed on bbank60p
004600* TRN-ACCOUNT.  READNEXT updates the RIDFLD as it goes, so the    bbank60p
004700* browse works on a copy of the account number.                   bbank60p
004800      05  WS-TRN-KEY                 PIC X(08).                   bbank60p
004900      05  WS-BROWSE-SWITCH           PIC X(01).                   bbank60p
005000          88  WS-BROWSE-DONE         VALUE 'Y'.                   bbank60p
005100          88  WS-BROWSE-NOT-DONE     VALUE 'N'.                   bbank60p
005150          88  WS-BROWSE-FAILED       VALUE 'E'.                   bbank60p
005200      05  WS-PAGE-MSG                PIC 9(04).                   bbank60p
005300      05  WS-EDIT-BALANCE            PIC -ZZZZZZ9.99.             bbank60p
005400*                                                                 bbank60p
005445***************************************************************** bbank60p
005490* Ownership check.  The account must be one of those the        * bbank60p
005535* signed-on user's ACCTOWN index entries lead to.  READNEXT     * bbank60p
005580* updates the RIDFLD as it goes, so the browse works on a copy  * bbank60p
005625* of the signon id.                                             * bbank60p
005670***************************************************************** bbank60p
005715  01  WS-OWNER-WORK.                                              bbank60p
005760      05  WS-OWN-KEY                 PIC X(08).                   bbank60p
005805      05  WS-OWNER-SWITCH            PIC X(01).                   bbank60p
005850          88  WS-OWNER               VALUE 'Y'.                   bbank60p
005895          88  WS-NOT-OWNER           VALUE 'N'.                   bbank60p
005940*                                                                 bbank60p
005985***************************************************************** bbank60p
006030* Paging work.  The TRNACCT path hands back an account's        * bbank60p
006075* postings oldest first, in the order they were written, so a   * bbank60p
006120* page counted back from the newest takes two passes over the   * bbank60p
006165* account's own postings.  The first counts them and totals     * bbank60p
006210* their effect, which gives the balance before the oldest one.  * bbank60p
006255* The second carries that balance forward posting by posting    * bbank60p
006300* and places each posting that falls in the wanted page on its  * bbank60p
006345* line, newest at the top, so the figure on every line is the   * bbank60p
006390* balance straight after that posting was made.                 * bbank60p
006435***************************************************************** bbank60p
006480  01  WS-STMT-WORK.                                               bbank60p
006525      05  WS-LINES-PER-PAGE          PIC 9(02) VALUE 10.          bbank60p
006570      05  WS-POSTING-COUNT           PIC 9(07).                   bbank60p
006615      05  WS-POSTINGS-SEEN           PIC 9(07).                   bbank60p
006660      05  WS-PAGE-FIRST              PIC S9(07).                  bbank60p
006705      05  WS-PAGE-LAST               PIC S9(07).                  bbank60p
006750      05  WS-LINE-SUB                PIC 9(02).                   bbank60p
006795      05  WS-NET-EFFECT              PIC S9(09)V99.               bbank60p
006840      05  WS-RUN-BALANCE             PIC S9(09)V99.               bbank60p
006900*                                                                 bbank60p
007000  01  WS-TIME-DATE-WORK-AREA.                                     bbank60p
007100  COPY CDATED.                                                    bbank60p
007200*                                                                 bbank60p
007300  COPY CACCREC.                                                   bbank60p
007400*                                                                 bbank60p
007500  COPY CTRNREC.                                                   bbank60p
007600*                                                                 bbank60p
007700*                                                                 bbank60p
007800  01  WS-MSG-WORK-AREA.                                           bbank60p
007900  COPY CMSGD.                                                     bbank60p
008000  LINKAGE SECTION.                                                bbank60p
008100  01  DFHCOMMAREA.                                                bbank60p
008200    05  BANK-DATA.                                                bbank60p
008300  COPY CBANKDAT.                                                  bbank60p
008400*                                                                 bbank60p
008500  PROCEDURE DIVISION.                                             bbank60p
008600***************************************************************** bbank60p
008700* PF3 is back to the menu; anything else builds a page of the   * bbank60p
008800* statement for the account keyed on the screen.                * bbank60p
008900***************************************************************** bbank60p
009000      IF BANK-AID-PFK03                                           bbank60p
009100         PERFORM STMT60-RETURN THRU STMT60-RETURN-EXIT            bbank60p
009200      ELSE                                                        bbank60p
009300         PERFORM STMT60-SHOW THRU STMT60-SHOW-EXIT                bbank60p
009400      END-IF.                                                     bbank60p
009500  BBANK60-EXIT.                                                   bbank60p
009600      EXEC CICS RETURN                                            bbank60p
009700      END-EXEC.                                                   bbank60p
009800      GOBACK.                                                     bbank60p
009900*                                                                 bbank60p
010000***************************************************************** bbank60p
010100* PF3 - back to the main menu.                                  * bbank60p
010200***************************************************************** bbank60p
010300  STMT60-RETURN.                                                  bbank60p
010400      MOVE 'MBANK20' TO BANK-LAST-MAPSET.                         bbank60p
010500      MOVE 'BANK20A' TO BANK-LAST-MAP.                            bbank60p
010600      MOVE SPACES TO BANK-MENU-OPTION.                            bbank60p
010700      MOVE SPACES TO BANK-STM-DATA.                               bbank60p
010800      MOVE ZERO TO BANK-STM-PAGE.                                 bbank60p
010900      MOVE ZERO TO BANK-STM-LINE-CNT.                             bbank60p
011000      MOVE SPACES TO BANK-ERROR-MSG.                              bbank60p
011100  STMT60-RETURN-EXIT.                                             bbank60p
011200      EXIT.                                                       bbank60p
011300*                                                                 bbank60p
011400***************************************************************** bbank60p
011500* Work out which page is wanted, check the account belongs to   * bbank60p
011600* the signed-on user, then take that page of its postings off   * bbank60p
011700* the TRNACCT path.  ENTER, or a newly keyed account,           * bbank60p
011800* always starts from the newest posting.  PF7 past the newest   * bbank60p
011900* page or PF8 past the oldest leaves the page where it was and  * bbank60p
012000* says so.                                                      * bbank60p
012100***************************************************************** bbank60p
012200  STMT60-SHOW.                                                    bbank60p
012300      MOVE 'MBANK60' TO BANK-LAST-MAPSET.                         bbank60p
012400      MOVE 'BANK60A' TO BANK-LAST-MAP.                            bbank60p
012500      MOVE ZERO TO WS-PAGE-MSG.                                   bbank60p
012600      IF BANK-STM-ACC IS EQUAL TO SPACES                          bbank60p
012700         OR BANK-STM-ACC IS EQUAL TO LOW-VALUES                   bbank60p
012800         PERFORM STMT60-CLEAR-PAGE THRU STMT60-CLEAR-PAGE-EXIT    bbank60p
012900         MOVE 0054 TO MSG-IP-NUMBER                               bbank60p
013000         PERFORM MSG60-FETCH THRU MSG60-FETCH-EXIT                bbank60p
013100         MOVE MSG-OP-TEXT TO BANK-ERROR-MSG                       bbank60p
013200         GO TO STMT60-SHOW-EXIT                                   bbank60p
013300      END-IF.                                                     bbank60p
013400      IF BANK-STM-PAGE IS NOT NUMERIC                             bbank60p
013500         OR BANK-STM-PAGE IS EQUAL TO ZERO                        bbank60p
013600         MOVE 1 TO BANK-STM-PAGE                                  bbank60p
013700      END-IF.                                                     bbank60p
013800      IF BANK-STM-ACC IS NOT EQUAL TO BANK-STM-SHOWN-ACC          bbank60p
013900         MOVE 1 TO BANK-STM-PAGE                                  bbank60p
014000      ELSE                                                        bbank60p
014100         EVALUATE TRUE                                            bbank60p
014200           WHEN BANK-AID-PFK08                                    bbank60p
014300             IF BANK-STM-MORE                                     bbank60p
014400                ADD 1 TO BANK-STM-PAGE                            bbank60p
014500             ELSE                                                 bbank60p
014600                MOVE 0058 TO WS-PAGE-MSG                          bbank60p
014700             END-IF                                               bbank60p
014800           WHEN BANK-AID-PFK07                                    bbank60p
014900             IF BANK-STM-PAGE IS GREATER THAN 1                   bbank60p
015000                SUBTRACT 1 FROM BANK-STM-PAGE                     bbank60p
015100             ELSE                                                 bbank60p
015200                MOVE 0057 TO WS-PAGE-MSG                          bbank60p
015300             END-IF                                               bbank60p
015400           WHEN OTHER                                             bbank60p
015500             MOVE 1 TO BANK-STM-PAGE                              bbank60p
015600         END-EVALUATE                                             bbank60p
015700      END-IF.                                                     bbank60p
015800      PERFORM STMT60-CLEAR-PAGE THRU STMT60-CLEAR-PAGE-EXIT.      bbank60p
015809* The account must be reachable from the user's own entries on    bbank60p
015818* the owner path, not merely carry the user's id.  The read       bbank60p
015827* below is then only for its description and balance.             bbank60p
015836      PERFORM STMT60-CHECK-OWNER THRU STMT60-CHECK-OWNER-EXIT.    bbank60p
015845      IF WS-NOT-OWNER                                             bbank60p
015854         MOVE 0055 TO MSG-IP-NUMBER                               bbank60p
015863         PERFORM MSG60-FETCH THRU MSG60-FETCH-EXIT                bbank60p
015872         MOVE MSG-OP-TEXT TO BANK-ERROR-MSG                       bbank60p
015881         GO TO STMT60-SHOW-EXIT                                   bbank60p
015890      END-IF.                                                     bbank60p
015900      EXEC CICS READ                                              bbank60p
016000                DATASET('ACCTFILE')                               bbank60p
016100                INTO(ACC-RECORD)                                  bbank60p
016200                RIDFLD(BANK-STM-ACC)                              bbank60p
016300                RESP(WS-RESP)                                     bbank60p
016400      END-EXEC.                                                   bbank60p
016500      IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                  bbank60p
016600         MOVE 0055 TO MSG-IP-NUMBER                               bbank60p
016700         PERFORM MSG60-FETCH THRU MSG60-FETCH-EXIT                bbank60p
016800         MOVE MSG-OP-TEXT TO BANK-ERROR-MSG                       bbank60p
016900         GO TO STMT60-SHOW-EXIT                                   bbank60p
017000      END-IF.                                                     bbank60p
017700      MOVE BANK-STM-ACC TO BANK-STM-SHOWN-ACC.                    bbank60p
017800      MOVE ACC-DESC TO BANK-STM-DESC.                             bbank60p
017900      MOVE ACC-BALANCE TO WS-EDIT-BALANCE.                        bbank60p
018000      MOVE WS-EDIT-BALANCE TO BANK-STM-BALANCE.                   bbank60p
018117      PERFORM STMT60-COUNT THRU STMT60-COUNT-EXIT.                bbank60p
018234      IF WS-BROWSE-FAILED                                         bbank60p
018351         MOVE 0059 TO MSG-IP-NUMBER                               bbank60p
018468         PERFORM MSG60-FETCH THRU MSG60-FETCH-EXIT                bbank60p
018585         MOVE MSG-OP-TEXT TO BANK-ERROR-MSG                       bbank60p
018702         GO TO STMT60-SHOW-EXIT                                   bbank60p
018819      END-IF.                                                     bbank60p
018936* Newest first, page n holds the postings numbered from           bbank60p
019053* count - (n * 10) + 1 up to count - ((n - 1) * 10) in the order  bbank60p
019170* they were written; any before the first of them means PF8 has   bbank60p
019287* an older page to show.                                          bbank60p
019404      COMPUTE WS-PAGE-LAST = WS-POSTING-COUNT -                   bbank60p
019521         ((BANK-STM-PAGE - 1) * WS-LINES-PER-PAGE).               bbank60p
019638      COMPUTE WS-PAGE-FIRST =                                     bbank60p
019755         WS-PAGE-LAST - WS-LINES-PER-PAGE + 1.                    bbank60p
019872      IF WS-PAGE-FIRST IS GREATER THAN 1                          bbank60p
019989         SET BANK-STM-MORE TO TRUE                                bbank60p
020106      ELSE                                                        bbank60p
020223         MOVE 1 TO WS-PAGE-FIRST                                  bbank60p
020340      END-IF.                                                     bbank60p
020457      PERFORM STMT60-PAGE THRU STMT60-PAGE-EXIT.                  bbank60p
020574      IF WS-BROWSE-FAILED                                         bbank60p
020691         PERFORM STMT60-CLEAR-PAGE THRU STMT60-CLEAR-PAGE-EXIT    bbank60p
020808         MOVE 0059 TO MSG-IP-NUMBER                               bbank60p
020925         PERFORM MSG60-FETCH THRU MSG60-FETCH-EXIT                bbank60p
021042         MOVE MSG-OP-TEXT TO BANK-ERROR-MSG                       bbank60p
021159         GO TO STMT60-SHOW-EXIT                                   bbank60p
021276      END-IF.                                                     bbank60p
021400      IF WS-PAGE-MSG IS NOT EQUAL TO ZERO                         bbank60p
021500         MOVE WS-PAGE-MSG TO MSG-IP-NUMBER                        bbank60p
021600         PERFORM MSG60-FETCH THRU MSG60-FETCH-EXIT                bbank60p
021700         MOVE MSG-OP-TEXT TO BANK-ERROR-MSG                       bbank60p
021800      ELSE                                                        bbank60p
021900         IF BANK-STM-LINE-CNT IS EQUAL TO ZERO                    bbank60p
022000            MOVE 0056 TO MSG-IP-NUMBER                            bbank60p
022100            PERFORM MSG60-FETCH THRU MSG60-FETCH-EXIT             bbank60p
022200            MOVE MSG-OP-TEXT TO BANK-ERROR-MSG                    bbank60p
022300         ELSE                                                     bbank60p
022400            MOVE SPACES TO BANK-ERROR-MSG                         bbank60p
022500         END-IF                                                   bbank60p
022600      END-IF.                                                     bbank60p
022700  STMT60-SHOW-EXIT.                                               bbank60p
022800      EXIT.                                                       bbank60p
022900*                                                                 bbank60p
023000***************************************************************** bbank60p
023100* Empty the page area before it is rebuilt, so a rejected       * bbank60p
023200* request never leaves another account's postings on screen.    * bbank60p
023300***************************************************************** bbank60p
023400  STMT60-CLEAR-PAGE.                                              bbank60p
023500      MOVE SPACES TO BANK-STM-DESC.                               bbank60p
023600      MOVE SPACES TO BANK-STM-BALANCE.                            bbank60p
023700      SET BANK-STM-NO-MORE TO TRUE.                               bbank60p
023800      MOVE ZERO TO BANK-STM-LINE-CNT.                             bbank60p
023900      MOVE SPACES TO BANK-STM-LINE (01).                          bbank60p
024000      MOVE SPACES TO BANK-STM-LINE (02).                          bbank60p
024100      MOVE SPACES TO BANK-STM-LINE (03).                          bbank60p
024200      MOVE SPACES TO BANK-STM-LINE (04).                          bbank60p
024300      MOVE SPACES TO BANK-STM-LINE (05).                          bbank60p
024400      MOVE SPACES TO BANK-STM-LINE (06).                          bbank60p
024500      MOVE SPACES TO BANK-STM-LINE (07).                          bbank60p
024600      MOVE SPACES TO BANK-STM-LINE (08).                          bbank60p
024700      MOVE SPACES TO BANK-STM-LINE (09).                          bbank60p
024800      MOVE SPACES TO BANK-STM-LINE (10).                          bbank60p
024900  STMT60-CLEAR-PAGE-EXIT.                                         bbank60p
025000      EXIT.                                                       bbank60p
025100*                                                                 bbank60p
025119***************************************************************** bbank60p
025138* Prove the account belongs to the signed-on user by browsing   * bbank60p
025157* the user's entries on the ACCTOWN owner path until the        * bbank60p
025176* account turns up or the user's entries run out.               * bbank60p
025195***************************************************************** bbank60p
025214  STMT60-CHECK-OWNER.                                             bbank60p
025233      SET WS-NOT-OWNER TO TRUE.                                   bbank60p
025252      SET WS-BROWSE-NOT-DONE TO TRUE.                             bbank60p
025271      MOVE BANK-SIGNON-ID TO WS-OWN-KEY.                          bbank60p
025290      EXEC CICS STARTBR                                           bbank60p
025309                DATASET('ACCTOWN')                                bbank60p
025328                RIDFLD(WS-OWN-KEY)                                bbank60p
025347                EQUAL                                             bbank60p
025366                RESP(WS-RESP)                                     bbank60p
025385      END-EXEC.                                                   bbank60p
025404      IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                  bbank60p
025423         GO TO STMT60-CHECK-OWNER-EXIT                            bbank60p
025442      END-IF.                                                     bbank60p
025461      PERFORM STMT60-OWNER-NEXT THRU STMT60-OWNER-NEXT-EXIT       bbank60p
025480              UNTIL WS-BROWSE-DONE.                               bbank60p
025499      EXEC CICS ENDBR                                             bbank60p
025518                DATASET('ACCTOWN')                                bbank60p
025537      END-EXEC.                                                   bbank60p
025556  STMT60-CHECK-OWNER-EXIT.                                        bbank60p
025575      EXIT.                                                       bbank60p
025594*                                                                 bbank60p
025613  STMT60-OWNER-NEXT.                                              bbank60p
025632      EXEC CICS READNEXT                                          bbank60p
025651                DATASET('ACCTOWN')                                bbank60p
025670                INTO(ACC-RECORD)                                  bbank60p
025689                RIDFLD(WS-OWN-KEY)                                bbank60p
025708                RESP(WS-RESP)                                     bbank60p
025727      END-EXEC.                                                   bbank60p
025746      IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                  bbank60p
025765         AND WS-RESP IS NOT EQUAL TO DFHRESP(DUPKEY)              bbank60p
025784         SET WS-BROWSE-DONE TO TRUE                               bbank60p
025803         GO TO STMT60-OWNER-NEXT-EXIT                             bbank60p
025822      END-IF.                                                     bbank60p
025841      IF ACC-SIGNON-ID IS NOT EQUAL TO BANK-SIGNON-ID             bbank60p
025860         SET WS-BROWSE-DONE TO TRUE                               bbank60p
025879         GO TO STMT60-OWNER-NEXT-EXIT                             bbank60p
025898      END-IF.                                                     bbank60p
025917      IF ACC-ACCOUNT-NO IS EQUAL TO BANK-STM-ACC                  bbank60p
025936         SET WS-OWNER TO TRUE                                     bbank60p
025955         SET WS-BROWSE-DONE TO TRUE                               bbank60p
025974      END-IF.                                                     bbank60p
025993  STMT60-OWNER-NEXT-EXIT.                                         bbank60p
026012      EXIT.                                                       bbank60p
026031*                                                                 bbank60p
026050***************************************************************** bbank60p
026069* First pass: count the account's postings on the TRNACCT path  * bbank60p
026088* and total what they did to the balance - credits up, debits   * bbank60p
026107* down.  An account with no postings yet is not an error.       * bbank60p
026126***************************************************************** bbank60p
026145  STMT60-COUNT.                                                   bbank60p
026164      MOVE ZERO TO WS-POSTING-COUNT.                              bbank60p
026183      MOVE ZERO TO WS-NET-EFFECT.                                 bbank60p
026202      PERFORM STMT60-START THRU STMT60-START-EXIT.                bbank60p
026221      IF WS-BROWSE-DONE                                           bbank60p
026240         OR WS-BROWSE-FAILED                                      bbank60p
026259         GO TO STMT60-COUNT-EXIT                                  bbank60p
026278      END-IF.                                                     bbank60p
026297      PERFORM STMT60-COUNT-NEXT THRU STMT60-COUNT-NEXT-EXIT       bbank60p
026316              UNTIL WS-BROWSE-DONE.                               bbank60p
026335      EXEC CICS ENDBR                                             bbank60p
026354                DATASET('TRNACCT')                                bbank60p
026373      END-EXEC.                                                   bbank60p
026392  STMT60-COUNT-EXIT.                                              bbank60p
026411      EXIT.                                                       bbank60p
026430*                                                                 bbank60p
026449  STMT60-COUNT-NEXT.                                              bbank60p
026468      PERFORM STMT60-READ THRU STMT60-READ-EXIT.                  bbank60p
026487      IF WS-BROWSE-DONE                                           bbank60p
026506         GO TO STMT60-COUNT-NEXT-EXIT                             bbank60p
026525      END-IF.                                                     bbank60p
026544      ADD 1 TO WS-POSTING-COUNT.                                  bbank60p
026563      IF TRN-SIDE-CREDIT                                          bbank60p
026582         ADD TRN-AMOUNT TO WS-NET-EFFECT                          bbank60p
026601      ELSE                                                        bbank60p
026620         SUBTRACT TRN-AMOUNT FROM WS-NET-EFFECT                   bbank60p
026639      END-IF.                                                     bbank60p
026658  STMT60-COUNT-NEXT-EXIT.                                         bbank60p
026677      EXIT.                                                       bbank60p
026696*                                                                 bbank60p
026715***************************************************************** bbank60p
026734* Second pass: start from the balance before the oldest posting * bbank60p
026753* and carry it forward, putting each posting that falls in the  * bbank60p
026772* page on its line - the newest of them on line 1.  The pass    * bbank60p
026791* stops at the page's newest posting.                           * bbank60p
026810***************************************************************** bbank60p
026829  STMT60-PAGE.                                                    bbank60p
026848      IF WS-PAGE-LAST IS NOT GREATER THAN ZERO                    bbank60p
026867         GO TO STMT60-PAGE-EXIT                                   bbank60p
026886      END-IF.                                                     bbank60p
026905      COMPUTE WS-RUN-BALANCE = ACC-BALANCE - WS-NET-EFFECT.       bbank60p
026924      MOVE ZERO TO WS-POSTINGS-SEEN.                              bbank60p
026943      PERFORM STMT60-START THRU STMT60-START-EXIT.                bbank60p
026962      IF WS-BROWSE-DONE                                           bbank60p
026981         OR WS-BROWSE-FAILED                                      bbank60p
027000         GO TO STMT60-PAGE-EXIT                                   bbank60p
027019      END-IF.                                                     bbank60p
027038      PERFORM STMT60-PAGE-NEXT THRU STMT60-PAGE-NEXT-EXIT         bbank60p
027057              UNTIL WS-BROWSE-DONE.                               bbank60p
027076      EXEC CICS ENDBR                                             bbank60p
027095                DATASET('TRNACCT')                                bbank60p
027114      END-EXEC.                                                   bbank60p
027133  STMT60-PAGE-EXIT.                                               bbank60p
027152      EXIT.                                                       bbank60p
027171*                                                                 bbank60p
027190  STMT60-PAGE-NEXT.                                               bbank60p
027209      PERFORM STMT60-READ THRU STMT60-READ-EXIT.                  bbank60p
027228      IF WS-BROWSE-DONE                                           bbank60p
027247         GO TO STMT60-PAGE-NEXT-EXIT                              bbank60p
027266      END-IF.                                                     bbank60p
027285      ADD 1 TO WS-POSTINGS-SEEN.                                  bbank60p
027304      IF TRN-SIDE-CREDIT                                          bbank60p
027323         ADD TRN-AMOUNT TO WS-RUN-BALANCE                         bbank60p
027342      ELSE                                                        bbank60p
027361         SUBTRACT TRN-AMOUNT FROM WS-RUN-BALANCE                  bbank60p
027380      END-IF.                                                     bbank60p
027399      IF WS-POSTINGS-SEEN IS NOT LESS THAN WS-PAGE-FIRST          bbank60p
027411         COMPUTE WS-LINE-SUB =                                    bbank60p
027423            WS-PAGE-LAST - WS-POSTINGS-SEEN + 1                   bbank60p
027437         ADD 1 TO BANK-STM-LINE-CNT                               bbank60p
027456         PERFORM STMT60-FORMAT-LINE THRU STMT60-FORMAT-LINE-EXIT  bbank60p
027475      END-IF.                                                     bbank60p
027494      IF WS-POSTINGS-SEEN IS NOT LESS THAN WS-PAGE-LAST           bbank60p
027513         SET WS-BROWSE-DONE TO TRUE                               bbank60p
027532      END-IF.                                                     bbank60p
027551  STMT60-PAGE-NEXT-EXIT.                                          bbank60p
027570      EXIT.                                                       bbank60p
027589*                                                                 bbank60p
027608***************************************************************** bbank60p
027627* Start a browse of the account's postings on the TRNACCT path. * bbank60p
027646* NOTFND just means there are none yet; any other failure is an * bbank60p
027665* error.                                                        * bbank60p
027684***************************************************************** bbank60p
027703  STMT60-START.                                                   bbank60p
027722      SET WS-BROWSE-NOT-DONE TO TRUE.                             bbank60p
027741      MOVE BANK-STM-ACC TO WS-TRN-KEY.                            bbank60p
027760      EXEC CICS STARTBR                                           bbank60p
027779                DATASET('TRNACCT')                                bbank60p
027798                RIDFLD(WS-TRN-KEY)                                bbank60p
027817                EQUAL                                             bbank60p
027836                RESP(WS-RESP)                                     bbank60p
027855      END-EXEC.                                                   bbank60p
027874      IF WS-RESP IS EQUAL TO DFHRESP(NORMAL)                      bbank60p
027893         GO TO STMT60-START-EXIT                                  bbank60p
027912      END-IF.                                                     bbank60p
027931      IF WS-RESP IS EQUAL TO DFHRESP(NOTFND)                      bbank60p
027950         SET WS-BROWSE-DONE TO TRUE                               bbank60p
027969      ELSE                                                        bbank60p
027988         SET WS-BROWSE-FAILED TO TRUE                             bbank60p
028007      END-IF.                                                     bbank60p
028026  STMT60-START-EXIT.                                              bbank60p
028045      EXIT.                                                       bbank60p
028064*                                                                 bbank60p
028083***************************************************************** bbank60p
028102* Next posting on the path.  DUPKEY is the normal answer while  * bbank60p
028121* more postings for the same account follow; the end of the     * bbank60p
028140* file, any browse error or a posting on another account ends   * bbank60p
028159* the pass.                                                     * bbank60p
028178***************************************************************** bbank60p
028197  STMT60-READ.                                                    bbank60p
028216      EXEC CICS READNEXT                                          bbank60p
028235                DATASET('TRNACCT')                                bbank60p
028254                INTO(TRN-RECORD)                                  bbank60p
028273                RIDFLD(WS-TRN-KEY)                                bbank60p
028292                RESP(WS-RESP)                                     bbank60p
028311      END-EXEC.                                                   bbank60p
028330      IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                  bbank60p
028349         AND WS-RESP IS NOT EQUAL TO DFHRESP(DUPKEY)              bbank60p
028368         SET WS-BROWSE-DONE TO TRUE                               bbank60p
028387         GO TO STMT60-READ-EXIT                                   bbank60p
028406      END-IF.                                                     bbank60p
028425      IF TRN-ACCOUNT IS NOT EQUAL TO BANK-STM-ACC                 bbank60p
028444         SET WS-BROWSE-DONE TO TRUE                               bbank60p
028463      END-IF.                                                     bbank60p
028482  STMT60-READ-EXIT.                                               bbank60p
028501      EXIT.                                                       bbank60p
028600*                                                                 bbank60p
028700***************************************************************** bbank60p
028800* Edit one posting into the next statement line.  The date and  * bbank60p
028900* time go through UDATECNV so they read the same way, in the    * bbank60p
029000* user's chosen date format, as the date on every screen.       * bbank60p
029100***************************************************************** bbank60p
029200  STMT60-FORMAT-LINE.                                             bbank60p
029300      MOVE BANK-DATE-FMT TO DD-ENV.                               bbank60p
029400      MOVE TRN-TIME TO DD-TIME-INPUT-N.                           bbank60p
029500      SET DDI-YYDDD TO TRUE.                                      bbank60p
029600      MOVE TRN-DATE TO DDI-DATA-YYDDD-YYDDD-N.                    bbank60p
029700      MOVE 'UDATECNV' TO WS-DYNAMIC-PGM.                          bbank60p
029800      CALL WS-DYNAMIC-PGM USING WS-TIME-DATE-WORK-AREA.           bbank60p
029900      MOVE DDO-DATA TO BANK-STM-DATE (WS-LINE-SUB).               bbank60p
030000      MOVE DD-TIME-OUTPUT TO BANK-STM-TIME (WS-LINE-SUB).         bbank60p
030100      IF TRN-SIDE-CREDIT                                          bbank60p
030200         MOVE 'CR' TO BANK-STM-SIDE (WS-LINE-SUB)                 bbank60p
030300      ELSE                                                        bbank60p
030400         MOVE 'DR' TO BANK-STM-SIDE (WS-LINE-SUB)                 bbank60p
030500      END-IF.                                                     bbank60p
030600      MOVE TRN-AMOUNT TO WS-EDIT-BALANCE.                         bbank60p
030700      MOVE WS-EDIT-BALANCE                                        bbank60p
030800        TO BANK-STM-AMOUNT (WS-LINE-SUB).                         bbank60p
030900      MOVE TRN-OTHER-ACCOUNT                                      bbank60p
031000        TO BANK-STM-OTHER (WS-LINE-SUB).                          bbank60p
031100      MOVE WS-RUN-BALANCE TO WS-EDIT-BALANCE.                     bbank60p
031200      MOVE WS-EDIT-BALANCE                                        bbank60p
031300        TO BANK-STM-RUN-BAL (WS-LINE-SUB).                        bbank60p
031400  STMT60-FORMAT-LINE-EXIT.                                        bbank60p
031500      EXIT.                                                       bbank60p
033900*                                                                 bbank60p
034000***************************************************************** bbank60p
034100* Fetch one catalogue message text in the language the user   *   bbank60p
034200* signed on with.                                             *   bbank60p
034300***************************************************************** bbank60p
034400  MSG60-FETCH.                                                    bbank60p
034500      MOVE BANK-LANGUAGE TO MSG-IP-LANGUAGE.                      bbank60p
034600      EXEC CICS LINK PROGRAM('SMSGC00P')                          bbank60p
034700                     COMMAREA(WS-MSG-WORK-AREA)                   bbank60p
034800                     LENGTH(LENGTH OF WS-MSG-WORK-AREA)           bbank60p
034900      END-EXEC.                                                   bbank60p
035000  MSG60-FETCH-EXIT.                                               bbank60p
035100      EXIT.                                                       bbank60p
035200* $ Version 1.01 sequenced on Thursday 15 Oct 2026 at 1:00pm      bbank60p
