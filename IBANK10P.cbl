001840*              path, so an expired password can be renewed     *  ibank10p
001860*              from the web; the policy verdict comes back in  *  ibank10p
001880*              the errorMessage field.                         *  ibank10p
001882*              A request carrying a session token may name a   *  ibank10p
001884*              service as well: "accounts" lists the user's    *  ibank10p
001886*              accounts through BBANK40P, and "transfer" moves *  ibank10p
001888*              money through BBANK50P, so a web client gets    *  ibank10p
001890*              the answers, refusals included, that a 3270     *  ibank10p
001892*              user gets, in the language they signed on with. *  ibank10p
001894*              The account list comes a page at a time,        *  ibank10p
001896*              with the total balance of all of them.          *  ibank10p
001900***************************************************************** ibank10p
002000*                                                                 ibank10p
002100  IDENTIFICATION DIVISION.                                        ibank10p
004000*   {"userid":"JSMITH","password":"SECRET1"}                   *  ibank10p
004100* and is picked apart with UNSTRING rather than a full parser, *  ibank10p
004200* since there is no JSON library in this shop.                 *  ibank10p
004216* A resumed session sends its token in place of the password,  *  ibank10p
004232* and may name a service with the members it needs, e.g.       *  ibank10p
004248*   {"token":"W...","service":"transfer","fromAccount":        *  ibank10p
004264*    "00000001","toAccount":"00000002","amount":"25.00"}       *  ibank10p
004280* where "date" and "frequency" may be added as on BANK50A.     *  ibank10p
004284* The "accounts" service may also carry a "page" member, e.g.  *  ibank10p
004288*   {"token":"W...","service":"accounts","page":"2"}           *  ibank10p
004292* and answers with that page of the list, whether more follow  *  ibank10p
004296* and the total balance across every account the user owns.    *  ibank10p
004300***************************************************************** ibank10p
004400  01  WS-WEB-STORAGE.                                             ibank10p
004500      05  WS-REQUEST-LENGTH          PIC S9(8) COMP.              ibank10p
004600      05  WS-REQUEST-BODY            PIC X(2048).                 ibank10p
004700      05  WS-REQUEST-JUNK            PIC X(32).                   ibank10p
004800      05  WS-RESPONSE-BODY           PIC X(2048).                 ibank10p
004900     05  WS-RESPONSE-LENGTH         PIC S9(8) COMP.               ibank10p
005000*                                                                 ibank10p
005100***************************************************************** ibank10p
006500      05  WS-NAME-LEN            PIC 9(02).                       ibank10p
006600      05  WS-ERRMSG-LEN          PIC 9(02).                       ibank10p
006700  01  WS-RESPONSE-PTR             PIC S9(04) COMP.                ibank10p
006704*                                                                 ibank10p
006708***************************************************************** ibank10p
006712* Members lifted out of a token request: the service asked for *  ibank10p
006716* and, for a transfer, the fields BANK50A would have carried.  *  ibank10p
006720* WS-SERVICE-SWITCH says the service was actually run, so the  *  ibank10p
006724* response only reports on one that was.                       *  ibank10p
006728***************************************************************** ibank10p
006732  01  WS-SERVICE-STORAGE.                                         ibank10p
006736      05  WS-SERVICE                 PIC X(10).                   ibank10p
006740          88  WS-SERVICE-NONE        VALUE SPACES.                ibank10p
006744          88  WS-SERVICE-ACCOUNTS    VALUE 'accounts'.            ibank10p
006748          88  WS-SERVICE-TRANSFER    VALUE 'transfer'.            ibank10p
006752      05  WS-SERVICE-SWITCH          PIC X(01).                   ibank10p
006756          88  WS-SERVICE-RUN         VALUE 'Y'.                   ibank10p
006760          88  WS-SERVICE-NOT-RUN     VALUE 'N'.                   ibank10p
006764      05  WS-MEMBER-TAG              PIC X(16).                   ibank10p
006768      05  WS-MEMBER-TAG-LEN          PIC 9(02).                   ibank10p
006772      05  WS-MEMBER-PART             PIC X(64).                   ibank10p
006776      05  WS-MEMBER-VALUE            PIC X(64).                   ibank10p
006780      05  WS-ACC-SUB                 PIC S9(04) COMP.             ibank10p
006784      05  WS-LEAD-SPACES             PIC S9(04) COMP.             ibank10p
006788      05  WS-BAL-FIELD               PIC X(13).                   ibank10p
006792      05  WS-BAL-SIGN                PIC X(01).                   ibank10p
006794      05  WS-PAGE-WANTED             PIC 9(03).                   ibank10p
006796      05  WS-PAGE-DIGITS             PIC S9(04) COMP.             ibank10p
006798      05  WS-PAGE-EDIT               PIC ZZ9.                     ibank10p
006800*                                                                 ibank10p
006900***************************************************************** ibank10p
007000* Web session management.  WS-TIMEOUT-SECS is the same idle    *  ibank10p
013000      IF WS-TOKEN-REQUEST                                         ibank10p
013100         PERFORM WEB10-VALIDATE-TOKEN THRU                        ibank10p
013200                 WEB10-VALIDATE-TOKEN-EXIT                        ibank10p
013214* A live session may go on to ask for the account list or a       ibank10p
013228* transfer, answered by the same business logic the 3270          ibank10p
013242* screens use.                                                    ibank10p
013256         IF BANK-SIGNON-ID IS NOT EQUAL TO SPACES                 ibank10p
013270            PERFORM WEB10-SERVICE THRU WEB10-SERVICE-EXIT         ibank10p
013284         END-IF                                                   ibank10p
013300      ELSE                                                        ibank10p
013400         PERFORM WEB10-DRIVE-SIGNON THRU                          ibank10p
013500                 WEB10-DRIVE-SIGNON-EXIT                          ibank10p
015300  WEB10-RECEIVE.                                                  ibank10p
015400      MOVE SPACES TO WS-BANK-DATA-AREAS.                          ibank10p
015500      MOVE SPACES TO WS-REQUEST-BODY.                             ibank10p
015533      MOVE SPACES TO WS-SERVICE.                                  ibank10p
015566      SET WS-SERVICE-NOT-RUN TO TRUE.                             ibank10p
015600      EXEC CICS WEB RECEIVE                                       ibank10p
015700                INTO(WS-REQUEST-BODY)                             ibank10p
015800                LENGTH(WS-REQUEST-LENGTH)                         ibank10p
017600             DELIMITED BY '"'                                     ibank10p
017700             INTO WS-SESSION-TOKEN                                ibank10p
017800         END-UNSTRING                                             ibank10p
017850         PERFORM WEB10-GET-SERVICE THRU WEB10-GET-SERVICE-EXIT    ibank10p
017900         GO TO WEB10-RECEIVE-EXIT                                 ibank10p
018000      END-IF.                                                     ibank10p
018050* An optional "newPassword" member asks for the same change      ibank10p
022400      MOVE WS-SESSION-TOKEN TO SES-TOKEN.                         ibank10p
022500      MOVE BANK-SIGNON-ID TO SES-SIGNON-ID.                       ibank10p
022600      MOVE BANK-USERID-NAME TO SES-USERID-NAME.                   ibank10p
022633      MOVE BANK-LANGUAGE TO SES-LANGUAGE.                         ibank10p
022666      MOVE BANK-DATE-FMT TO SES-DATE-FMT.                         ibank10p
022700      MOVE EIBDATE TO SES-LAST-DATE.                              ibank10p
022800      MOVE EIBTIME TO SES-LAST-TIME.                              ibank10p
022900      EXEC CICS WRITE                                             ibank10p
026100         MOVE MSG-OP-TEXT TO BANK-ERROR-MSG                       ibank10p
026200         GO TO WEB10-VALIDATE-TOKEN-EXIT                          ibank10p
026300      END-IF.                                                     ibank10p
026320* From here on the user is known, so any message goes out in      ibank10p
026340* the language and date format they signed on with.               ibank10p
026360      MOVE SES-LANGUAGE TO BANK-LANGUAGE.                         ibank10p
026380      MOVE SES-DATE-FMT TO BANK-DATE-FMT.                         ibank10p
026400      PERFORM WEB10-CHECK-IDLE THRU WEB10-CHECK-IDLE-EXIT.        ibank10p
026500      IF WS-ELAPSED-SECS IS GREATER THAN OR EQUAL TO              ibank10p
026600         WS-TIMEOUT-SECS                                          ibank10p
041000           WITH POINTER WS-RESPONSE-PTR                           ibank10p
041100         END-STRING                                               ibank10p
041200      END-IF.                                                     ibank10p
041300      STRING '"'                DELIMITED BY SIZE                 ibank10p
041400        INTO WS-RESPONSE-BODY                                     ibank10p
041500        WITH POINTER WS-RESPONSE-PTR                              ibank10p
041600      END-STRING.                                                 ibank10p
041607      IF WS-SERVICE-RUN                                           ibank10p
041614         AND WS-SERVICE-ACCOUNTS                                  ibank10p
041621         PERFORM WEB10-ADD-ACCOUNTS THRU WEB10-ADD-ACCOUNTS-EXIT  ibank10p
041628      END-IF.                                                     ibank10p
041635      IF WS-SERVICE-RUN                                           ibank10p
041642         AND WS-SERVICE-TRANSFER                                  ibank10p
041649         PERFORM WEB10-ADD-TRANSFER THRU WEB10-ADD-TRANSFER-EXIT  ibank10p
041656      END-IF.                                                     ibank10p
041663      STRING '}'                DELIMITED BY SIZE                 ibank10p
041670        INTO WS-RESPONSE-BODY                                     ibank10p
041677        WITH POINTER WS-RESPONSE-PTR                              ibank10p
041684      END-STRING.                                                 ibank10p
041700      COMPUTE WS-RESPONSE-LENGTH = WS-RESPONSE-PTR - 1.           ibank10p
041800      EXEC CICS WEB SEND                                          ibank10p
041900                FROM(WS-RESPONSE-BODY)                            ibank10p
042500*                                                                 ibank10p
042502*                                                                 ibank10p
042504***************************************************************** ibank10p
042506* Fetch one catalogue message text in the language the user   *   ibank10p
042508* signed on with, carried on the session; until the user is   *   ibank10p
042510* known, the catalogue default (English).                     *   ibank10p
042512***************************************************************** ibank10p
042514  WEB10-MSG-FETCH.                                                ibank10p
042516      MOVE BANK-LANGUAGE TO MSG-IP-LANGUAGE.                      ibank10p
042524      END-EXEC.                                                   ibank10p
042526  WEB10-MSG-FETCH-EXIT.                                           ibank10p
042528      EXIT.                                                       ibank10p
042592*                                                                 ibank10p
042656***************************************************************** ibank10p
042720* Lift the service and, for a transfer, its members out of a   *  ibank10p
042784* token request.  A member that is not there is left blank,    *  ibank10p
042848* and BBANK50P refuses a transfer missing one it needs just as *  ibank10p
042912* it would an empty field on BANK50A.                          *  ibank10p
042976***************************************************************** ibank10p
043040  WEB10-GET-SERVICE.                                              ibank10p
043104      MOVE '"service":"' TO WS-MEMBER-TAG.                        ibank10p
043168      MOVE 11 TO WS-MEMBER-TAG-LEN.                               ibank10p
043232      PERFORM WEB10-GET-MEMBER THRU WEB10-GET-MEMBER-EXIT.        ibank10p
043296      MOVE WS-MEMBER-VALUE TO WS-SERVICE.                         ibank10p
043306      MOVE 1 TO WS-PAGE-WANTED.                                   ibank10p
043316      IF WS-SERVICE-ACCOUNTS                                      ibank10p
043326         PERFORM WEB10-GET-PAGE THRU WEB10-GET-PAGE-EXIT          ibank10p
043336         GO TO WEB10-GET-SERVICE-EXIT                             ibank10p
043346      END-IF.                                                     ibank10p
043360      IF NOT WS-SERVICE-TRANSFER                                  ibank10p
043424         GO TO WEB10-GET-SERVICE-EXIT                             ibank10p
043488      END-IF.                                                     ibank10p
043552      MOVE '"fromAccount":"' TO WS-MEMBER-TAG.                    ibank10p
043616      MOVE 15 TO WS-MEMBER-TAG-LEN.                               ibank10p
043680      PERFORM WEB10-GET-MEMBER THRU WEB10-GET-MEMBER-EXIT.        ibank10p
043744      MOVE WS-MEMBER-VALUE TO BANK-XFR-FROM-ACC.                  ibank10p
043808      MOVE '"toAccount":"' TO WS-MEMBER-TAG.                      ibank10p
043872      MOVE 13 TO WS-MEMBER-TAG-LEN.                               ibank10p
043936      PERFORM WEB10-GET-MEMBER THRU WEB10-GET-MEMBER-EXIT.        ibank10p
044000      MOVE WS-MEMBER-VALUE TO BANK-XFR-TO-ACC.                    ibank10p
044064      MOVE '"amount":"' TO WS-MEMBER-TAG.                         ibank10p
044128      MOVE 10 TO WS-MEMBER-TAG-LEN.                               ibank10p
044192      PERFORM WEB10-GET-MEMBER THRU WEB10-GET-MEMBER-EXIT.        ibank10p
044256      MOVE WS-MEMBER-VALUE TO BANK-XFR-AMOUNT-X.                  ibank10p
044320      MOVE '"date":"' TO WS-MEMBER-TAG.                           ibank10p
044384      MOVE 8 TO WS-MEMBER-TAG-LEN.                                ibank10p
044448      PERFORM WEB10-GET-MEMBER THRU WEB10-GET-MEMBER-EXIT.        ibank10p
044512      MOVE WS-MEMBER-VALUE TO BANK-XFR-WHEN-X.                    ibank10p
044576      MOVE '"frequency":"' TO WS-MEMBER-TAG.                      ibank10p
044640      MOVE 13 TO WS-MEMBER-TAG-LEN.                               ibank10p
044704      PERFORM WEB10-GET-MEMBER THRU WEB10-GET-MEMBER-EXIT.        ibank10p
044768      MOVE WS-MEMBER-VALUE TO BANK-XFR-FREQ.                      ibank10p
044832  WEB10-GET-SERVICE-EXIT.                                         ibank10p
044896      EXIT.                                                       ibank10p
044960*                                                                 ibank10p
045024***************************************************************** ibank10p
045088* The string value of the member named by WS-MEMBER-TAG, up to *  ibank10p
045152* its closing quote, or spaces if the member is not there.     *  ibank10p
045216***************************************************************** ibank10p
045280  WEB10-GET-MEMBER.                                               ibank10p
045344      MOVE SPACES TO WS-MEMBER-PART.                              ibank10p
045408      MOVE SPACES TO WS-MEMBER-VALUE.                             ibank10p
045472      UNSTRING WS-REQUEST-BODY                                    ibank10p
045536          DELIMITED BY WS-MEMBER-TAG (1:WS-MEMBER-TAG-LEN)        ibank10p
045600          INTO WS-REQUEST-HEAD, WS-MEMBER-PART                    ibank10p
045664      END-UNSTRING.                                               ibank10p
045728      IF WS-MEMBER-PART IS NOT EQUAL TO SPACES                    ibank10p
045792         UNSTRING WS-MEMBER-PART                                  ibank10p
045856             DELIMITED BY '"'                                     ibank10p
045920             INTO WS-MEMBER-VALUE                                 ibank10p
045984         END-UNSTRING                                             ibank10p
046048      END-IF.                                                     ibank10p
046112  WEB10-GET-MEMBER-EXIT.                                          ibank10p
046176      EXIT.                                                       ibank10p
046240*                                                                 ibank10p
046304***************************************************************** ibank10p
046368* Run the service the client asked for.  A request naming none *  ibank10p
046432* is the plain session check it always was; one naming a       *  ibank10p
046496* service this channel does not offer is refused.              *  ibank10p
046560***************************************************************** ibank10p
046624  WEB10-SERVICE.                                                  ibank10p
046688      IF WS-SERVICE-NONE                                          ibank10p
046752         GO TO WEB10-SERVICE-EXIT                                 ibank10p
046816      END-IF.                                                     ibank10p
046880      IF WS-SERVICE-ACCOUNTS                                      ibank10p
046944         PERFORM WEB10-ACCOUNTS THRU WEB10-ACCOUNTS-EXIT          ibank10p
047008         GO TO WEB10-SERVICE-EXIT                                 ibank10p
047072      END-IF.                                                     ibank10p
047136      IF WS-SERVICE-TRANSFER                                      ibank10p
047200         PERFORM WEB10-TRANSFER THRU WEB10-TRANSFER-EXIT          ibank10p
047264         GO TO WEB10-SERVICE-EXIT                                 ibank10p
047328      END-IF.                                                     ibank10p
047392      MOVE 0106 TO MSG-IP-NUMBER.                                 ibank10p
047456      PERFORM WEB10-MSG-FETCH THRU WEB10-MSG-FETCH-EXIT.          ibank10p
047520      MOVE MSG-OP-TEXT TO BANK-ERROR-MSG.                         ibank10p
047584  WEB10-SERVICE-EXIT.                                             ibank10p
047648      EXIT.                                                       ibank10p
047712*                                                                 ibank10p
047776***************************************************************** ibank10p
047840* The account list, built by BBANK40P exactly as it is for the *  ibank10p
047904* BANK40A screen: the accounts the user owns, each with its    *  ibank10p
047968* balance and any frozen or closed mark.                       *  ibank10p
048032***************************************************************** ibank10p
048096  WEB10-ACCOUNTS.                                                 ibank10p
048160      SET BANK-ENV-INET TO TRUE.                                  ibank10p
048224      SET BANK-AID-ENTER TO TRUE.                                 ibank10p
048232* A later page is asked for as PF8 from the page before it, which ibank10p
048240* is just how BBANK40P would have been driven from BANK40A.       ibank10p
048248      IF WS-PAGE-WANTED IS GREATER THAN 1                         ibank10p
048256         COMPUTE BANK-ACC-PAGE = WS-PAGE-WANTED - 1               ibank10p
048264         SET BANK-ACC-MORE TO TRUE                                ibank10p
048272         SET BANK-AID-PFK08 TO TRUE                               ibank10p
048280      END-IF.                                                     ibank10p
048288      MOVE 'MBANK40' TO BANK-LAST-MAPSET.                         ibank10p
048352      EXEC CICS LINK PROGRAM('BBANK40P')                          ibank10p
048416                COMMAREA(WS-BANK-DATA)                            ibank10p
048480                LENGTH(LENGTH OF WS-BANK-DATA)                    ibank10p
048544      END-EXEC.                                                   ibank10p
048608      SET WS-SERVICE-RUN TO TRUE.                                 ibank10p
048672  WEB10-ACCOUNTS-EXIT.                                            ibank10p
048736      EXIT.                                                       ibank10p
048800*                                                                 ibank10p
048864***************************************************************** ibank10p
048928* A transfer, validated and posted by BBANK50P exactly as one  *  ibank10p
048992* keyed on BANK50A is: the same ownership, status and funds    *  ibank10p
049056* checks, the same dual-authorisation hold and the same        *  ibank10p
049120* scheduling of a future-dated transfer.  Never a release - a  *  ibank10p
049184* held transfer is only ever released by BBANK80P.             *  ibank10p
049248***************************************************************** ibank10p
049312  WEB10-TRANSFER.                                                 ibank10p
049376      SET BANK-ENV-INET TO TRUE.                                  ibank10p
049440      SET BANK-AID-ENTER TO TRUE.                                 ibank10p
049504      MOVE 'MBANK50' TO BANK-LAST-MAPSET.                         ibank10p
049568      MOVE SPACE TO BANK-XFR-RELEASE-SWITCH.                      ibank10p
049632      SET BANK-XFR-NOT-POSTED TO TRUE.                            ibank10p
049696      MOVE ZERO TO BANK-XFR-DEBIT-SEQ.                            ibank10p
049760      MOVE ZERO TO BANK-XFR-CREDIT-SEQ.                           ibank10p
049824      MOVE ZERO TO BANK-XFR-PEND-ID.                              ibank10p
049888      MOVE ZERO TO BANK-XFR-STO-ID.                               ibank10p
049952      EXEC CICS LINK PROGRAM('BBANK50P')                          ibank10p
050016                COMMAREA(WS-BANK-DATA)                            ibank10p
050080                LENGTH(LENGTH OF WS-BANK-DATA)                    ibank10p
050144      END-EXEC.                                                   ibank10p
050208      SET WS-SERVICE-RUN TO TRUE.                                 ibank10p
050272  WEB10-TRANSFER-EXIT.                                            ibank10p
050336      EXIT.                                                       ibank10p
050400*                                                                 ibank10p
050464***************************************************************** ibank10p
050528* Append the account list to the response as a JSON array, one *  ibank10p
050592* object per line BBANK40P built, trimmed of padding.          *  ibank10p
050656***************************************************************** ibank10p
050720  WEB10-ADD-ACCOUNTS.                                             ibank10p
050784      STRING ',"accounts":['    DELIMITED BY SIZE                 ibank10p
050848        INTO WS-RESPONSE-BODY                                     ibank10p
050912        WITH POINTER WS-RESPONSE-PTR                              ibank10p
050976      END-STRING.                                                 ibank10p
051040      IF BANK-ACC-LINE-CNT IS NUMERIC                             ibank10p
051104         PERFORM WEB10-ADD-ACCOUNT THRU WEB10-ADD-ACCOUNT-EXIT    ibank10p
051168                 VARYING WS-ACC-SUB FROM 1 BY 1                   ibank10p
051232                 UNTIL WS-ACC-SUB IS GREATER THAN                 ibank10p
051296                       BANK-ACC-LINE-CNT                          ibank10p
051360      END-IF.                                                     ibank10p
051424      STRING ']'                DELIMITED BY SIZE                 ibank10p
051488        INTO WS-RESPONSE-BODY                                     ibank10p
051552        WITH POINTER WS-RESPONSE-PTR                              ibank10p
051616      END-STRING.                                                 ibank10p
051617      MOVE BANK-ACC-PAGE TO WS-PAGE-EDIT.                         ibank10p
051618      MOVE ZERO TO WS-LEAD-SPACES.                                ibank10p
051619      INSPECT WS-PAGE-EDIT TALLYING WS-LEAD-SPACES                ibank10p
051620          FOR LEADING SPACES.                                     ibank10p
051621      STRING ',"page":"'        DELIMITED BY SIZE                 ibank10p
051622             WS-PAGE-EDIT (WS-LEAD-SPACES + 1:)                   ibank10p
051623                                DELIMITED BY SIZE                 ibank10p
051624             '","moreAccounts":"'                                 ibank10p
051625                                DELIMITED BY SIZE                 ibank10p
051626        INTO WS-RESPONSE-BODY                                     ibank10p
051627        WITH POINTER WS-RESPONSE-PTR                              ibank10p
051628      END-STRING.                                                 ibank10p
051629      IF BANK-ACC-MORE                                            ibank10p
051630         STRING 'Y'             DELIMITED BY SIZE                 ibank10p
051631           INTO WS-RESPONSE-BODY                                  ibank10p
051632           WITH POINTER WS-RESPONSE-PTR                           ibank10p
051633         END-STRING                                               ibank10p
051634      ELSE                                                        ibank10p
051635         STRING 'N'             DELIMITED BY SIZE                 ibank10p
051636           INTO WS-RESPONSE-BODY                                  ibank10p
051637           WITH POINTER WS-RESPONSE-PTR                           ibank10p
051638         END-STRING                                               ibank10p
051639      END-IF.                                                     ibank10p
051640      MOVE BANK-ACC-TOTAL TO WS-BAL-FIELD.                        ibank10p
051641      PERFORM WEB10-TRIM-BALANCE THRU WEB10-TRIM-BALANCE-EXIT.    ibank10p
051642      STRING '","totalBalance":"'                                 ibank10p
051643                                DELIMITED BY SIZE                 ibank10p
051644             WS-BAL-SIGN        DELIMITED BY SPACE                ibank10p
051645             WS-BAL-FIELD (WS-LEAD-SPACES + 1:)                   ibank10p
051646                                DELIMITED BY SPACE                ibank10p
051647             '"'                DELIMITED BY SIZE                 ibank10p
051648        INTO WS-RESPONSE-BODY                                     ibank10p
051649        WITH POINTER WS-RESPONSE-PTR                              ibank10p
051650      END-STRING.                                                 ibank10p
051680  WEB10-ADD-ACCOUNTS-EXIT.                                        ibank10p
051744      EXIT.                                                       ibank10p
051808*                                                                 ibank10p
051872  WEB10-ADD-ACCOUNT.                                              ibank10p
051936      IF WS-ACC-SUB IS GREATER THAN 1                             ibank10p
052000         STRING ','             DELIMITED BY SIZE                 ibank10p
052064           INTO WS-RESPONSE-BODY                                  ibank10p
052128           WITH POINTER WS-RESPONSE-PTR                           ibank10p
052192         END-STRING                                               ibank10p
052256      END-IF.                                                     ibank10p
052320      STRING '{"account":"'     DELIMITED BY SIZE                 ibank10p
052384             BANK-ACC-NO (WS-ACC-SUB)                             ibank10p
052448                                DELIMITED BY SPACE                ibank10p
052512             '","description":"'                                  ibank10p
052576                                DELIMITED BY SIZE                 ibank10p
052640        INTO WS-RESPONSE-BODY                                     ibank10p
052704        WITH POINTER WS-RESPONSE-PTR                              ibank10p
052768      END-STRING.                                                 ibank10p
052832      MOVE SPACES TO WS-TRIM-FIELD.                               ibank10p
052896      MOVE BANK-ACC-DESC (WS-ACC-SUB) TO WS-TRIM-FIELD (1:20).    ibank10p
052960      MOVE 20 TO WS-TRIM-LEN.                                     ibank10p
053024      SET WS-TRIM-NOT-DONE TO TRUE.                               ibank10p
053088      PERFORM WEB10-TRIM-FIELD THRU WEB10-TRIM-FIELD-EXIT         ibank10p
053152              UNTIL WS-TRIM-LEN IS EQUAL TO ZERO                  ibank10p
053216                 OR WS-TRIM-DONE.                                 ibank10p
053280      IF WS-TRIM-LEN IS GREATER THAN ZERO                         ibank10p
053344         STRING WS-TRIM-FIELD (1:WS-TRIM-LEN)                     ibank10p
053408                                DELIMITED BY SIZE                 ibank10p
053472           INTO WS-RESPONSE-BODY                                  ibank10p
053536           WITH POINTER WS-RESPONSE-PTR                           ibank10p
053600         END-STRING                                               ibank10p
053664      END-IF.                                                     ibank10p
053728* The balance arrives edited for the screen, sign in the first    ibank10p
053792* position and the digits right-justified; close the gap up.      ibank10p
053856      MOVE BANK-ACC-BALANCE (WS-ACC-SUB) TO WS-BAL-FIELD.         ibank10p
053888      PERFORM WEB10-TRIM-BALANCE THRU WEB10-TRIM-BALANCE-EXIT.    ibank10p
054624      STRING '","balance":"'    DELIMITED BY SIZE                 ibank10p
054688             WS-BAL-SIGN        DELIMITED BY SPACE                ibank10p
054752             WS-BAL-FIELD (WS-LEAD-SPACES + 1:)                   ibank10p
054816                                DELIMITED BY SPACE                ibank10p
054880             '","status":"'     DELIMITED BY SIZE                 ibank10p
054944        INTO WS-RESPONSE-BODY                                     ibank10p
055008        WITH POINTER WS-RESPONSE-PTR                              ibank10p
055072      END-STRING.                                                 ibank10p
055136      EVALUATE BANK-ACC-MARK (WS-ACC-SUB)                         ibank10p
055200        WHEN 'F'                                                  ibank10p
055264          STRING 'FROZEN'       DELIMITED BY SIZE                 ibank10p
055328            INTO WS-RESPONSE-BODY                                 ibank10p
055392            WITH POINTER WS-RESPONSE-PTR                          ibank10p
055456          END-STRING                                              ibank10p
055520        WHEN 'C'                                                  ibank10p
055584          STRING 'CLOSED'       DELIMITED BY SIZE                 ibank10p
055648            INTO WS-RESPONSE-BODY                                 ibank10p
055712            WITH POINTER WS-RESPONSE-PTR                          ibank10p
055776          END-STRING                                              ibank10p
055840        WHEN OTHER                                                ibank10p
055904          STRING 'OPEN'         DELIMITED BY SIZE                 ibank10p
055968            INTO WS-RESPONSE-BODY                                 ibank10p
056032            WITH POINTER WS-RESPONSE-PTR                          ibank10p
056096          END-STRING                                              ibank10p
056160      END-EVALUATE.                                               ibank10p
056224      STRING '"}'               DELIMITED BY SIZE                 ibank10p
056288        INTO WS-RESPONSE-BODY                                     ibank10p
056352        WITH POINTER WS-RESPONSE-PTR                              ibank10p
056416      END-STRING.                                                 ibank10p
056480  WEB10-ADD-ACCOUNT-EXIT.                                         ibank10p
056544      EXIT.                                                       ibank10p
056608*                                                                 ibank10p
056672***************************************************************** ibank10p
056736* Append what became of the transfer: posted with its pair of  *  ibank10p
056800* TRNJRNL sequence numbers, held for a second administrator,   *  ibank10p
056864* scheduled on STOFILE, or refused - the reason for a refusal  *  ibank10p
056928* is already in errorMessage.                                  *  ibank10p
056992***************************************************************** ibank10p
057056  WEB10-ADD-TRANSFER.                                             ibank10p
057120      IF BANK-XFR-POSTED                                          ibank10p
057184         STRING ',"result":"POSTED","debitSeq":"'                 ibank10p
057248                                DELIMITED BY SIZE                 ibank10p
057312                BANK-XFR-DEBIT-SEQ                                ibank10p
057376                                DELIMITED BY SIZE                 ibank10p
057440                '","creditSeq":"'                                 ibank10p
057504                                DELIMITED BY SIZE                 ibank10p
057568                BANK-XFR-CREDIT-SEQ                               ibank10p
057632                                DELIMITED BY SIZE                 ibank10p
057696                '"'             DELIMITED BY SIZE                 ibank10p
057760           INTO WS-RESPONSE-BODY                                  ibank10p
057824           WITH POINTER WS-RESPONSE-PTR                           ibank10p
057888         END-STRING                                               ibank10p
057952         GO TO WEB10-ADD-TRANSFER-EXIT                            ibank10p
058016      END-IF.                                                     ibank10p
058080      IF BANK-XFR-HELD                                            ibank10p
058144         STRING ',"result":"HELD","heldId":"'                     ibank10p
058208                                DELIMITED BY SIZE                 ibank10p
058272                BANK-XFR-PEND-ID                                  ibank10p
058336                                DELIMITED BY SIZE                 ibank10p
058400                '"'             DELIMITED BY SIZE                 ibank10p
058464           INTO WS-RESPONSE-BODY                                  ibank10p
058528           WITH POINTER WS-RESPONSE-PTR                           ibank10p
058592         END-STRING                                               ibank10p
058656         GO TO WEB10-ADD-TRANSFER-EXIT                            ibank10p
058720      END-IF.                                                     ibank10p
058784      IF BANK-XFR-STO-ID IS NUMERIC                               ibank10p
058848         AND BANK-XFR-STO-ID IS GREATER THAN ZERO                 ibank10p
058912         STRING ',"result":"SCHEDULED","scheduleId":"'            ibank10p
058976                                DELIMITED BY SIZE                 ibank10p
059040                BANK-XFR-STO-ID                                   ibank10p
059104                                DELIMITED BY SIZE                 ibank10p
059168                '"'             DELIMITED BY SIZE                 ibank10p
059232           INTO WS-RESPONSE-BODY                                  ibank10p
059296           WITH POINTER WS-RESPONSE-PTR                           ibank10p
059360         END-STRING                                               ibank10p
059424         GO TO WEB10-ADD-TRANSFER-EXIT                            ibank10p
059488      END-IF.                                                     ibank10p
059552      STRING ',"result":"REJECTED"'                               ibank10p
059616                                DELIMITED BY SIZE                 ibank10p
059680        INTO WS-RESPONSE-BODY                                     ibank10p
059744        WITH POINTER WS-RESPONSE-PTR                              ibank10p
059808      END-STRING.                                                 ibank10p
059872  WEB10-ADD-TRANSFER-EXIT.                                        ibank10p
059936      EXIT.                                                       ibank10p
060000*                                                                 ibank10p
060100***************************************************************** ibank10p
060200* The page of the account list asked for.  Anything other than *  ibank10p
060300* one to three digits is taken as the first page.              *  ibank10p
060400***************************************************************** ibank10p
060500  WEB10-GET-PAGE.                                                 ibank10p
060600      MOVE '"page":"' TO WS-MEMBER-TAG.                           ibank10p
060700      MOVE 8 TO WS-MEMBER-TAG-LEN.                                ibank10p
060800      PERFORM WEB10-GET-MEMBER THRU WEB10-GET-MEMBER-EXIT.        ibank10p
060900      MOVE ZERO TO WS-PAGE-DIGITS.                                ibank10p
061000      INSPECT WS-MEMBER-VALUE TALLYING WS-PAGE-DIGITS             ibank10p
061100          FOR CHARACTERS BEFORE INITIAL SPACE.                    ibank10p
061200      IF WS-PAGE-DIGITS IS LESS THAN 1                            ibank10p
061300         OR WS-PAGE-DIGITS IS GREATER THAN 3                      ibank10p
061400         GO TO WEB10-GET-PAGE-EXIT                                ibank10p
061500      END-IF.                                                     ibank10p
061600      IF WS-MEMBER-VALUE (1:WS-PAGE-DIGITS) IS NOT NUMERIC        ibank10p
061700         GO TO WEB10-GET-PAGE-EXIT                                ibank10p
061800      END-IF.                                                     ibank10p
061900      MOVE WS-MEMBER-VALUE (1:WS-PAGE-DIGITS) TO WS-PAGE-WANTED.  ibank10p
062000      IF WS-PAGE-WANTED IS EQUAL TO ZERO                          ibank10p
062100         MOVE 1 TO WS-PAGE-WANTED                                 ibank10p
062200      END-IF.                                                     ibank10p
062300  WEB10-GET-PAGE-EXIT.                                            ibank10p
062400      EXIT.                                                       ibank10p
062500*                                                                 ibank10p
062600***************************************************************** ibank10p
062700* A balance arrives edited for the screen, sign in the first   *  ibank10p
062800* position and the digits right-justified.  Split the sign     *  ibank10p
062900* off and count the spaces in front of the digits so the       *  ibank10p
063000* caller can close the gap up.                                 *  ibank10p
063100***************************************************************** ibank10p
063200  WEB10-TRIM-BALANCE.                                             ibank10p
063300      MOVE SPACE TO WS-BAL-SIGN.                                  ibank10p
063400      IF WS-BAL-FIELD (1:1) IS EQUAL TO '-'                       ibank10p
063500         MOVE '-' TO WS-BAL-SIGN                                  ibank10p
063600         MOVE SPACE TO WS-BAL-FIELD (1:1)                         ibank10p
063700      END-IF.                                                     ibank10p
063800      MOVE ZERO TO WS-LEAD-SPACES.                                ibank10p
063900      INSPECT WS-BAL-FIELD TALLYING WS-LEAD-SPACES                ibank10p
064000          FOR LEADING SPACES.                                     ibank10p
064100      IF WS-LEAD-SPACES IS GREATER THAN 12                        ibank10p
064200         MOVE 12 TO WS-LEAD-SPACES                                ibank10p
064300      END-IF.                                                     ibank10p
064400  WEB10-TRIM-BALANCE-EXIT.                                        ibank10p
064500      EXIT.                                                       ibank10p
064600* $ Version 1.05 sequenced on Thursday 15 Oct 2026 at 1:00pm      ibank10p
