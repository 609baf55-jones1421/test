007486      EXIT.                                                       bbank20p
007500*                                                                 bbank20p
007600***************************************************************** bbank20p
007700* Validate the option keyed on the menu.  Accounts,           *   bbank20p
007800* transfers and statements hand the user over to their own    *   bbank20p
007900* screens; security administration and account maintenance    *   bbank20p
008000* do the same for administrators only, as does the approval   *   bbank20p
008030* of held transfers.  The list of scheduled transfers is      *   bbank20p
008060* open to everyone.  Anything else is answered with a         *   bbank20p
008080* message and the menu sent again.                            *   bbank20p
008100***************************************************************** bbank20p
008200  MENU20-CHOOSE.                                                  bbank20p
008300      MOVE 'MBANK20' TO BANK-LAST-MAPSET.                         bbank20p
009120          MOVE SPACES TO BANK-XFR-DATA                            bbank20p
009130          MOVE SPACES TO BANK-ERROR-MSG                           bbank20p
009400        WHEN BANK-MENU-STATEMENTS                                 bbank20p
009500          MOVE 'MBANK60' TO BANK-LAST-MAPSET                      bbank20p
009600          MOVE 'BANK60A' TO BANK-LAST-MAP                         bbank20p
009700          MOVE SPACES TO BANK-STM-DATA                            bbank20p
009725          MOVE ZERO TO BANK-STM-PAGE                              bbank20p
009750          MOVE ZERO TO BANK-STM-LINE-CNT                          bbank20p
009775          MOVE SPACES TO BANK-ERROR-MSG                           bbank20p
009800* Security administration is restricted to userids carried on     bbank20p
009900* BANKUSR with the administrator authority flag set.              bbank20p
010000        WHEN BANK-MENU-ADMIN                                      bbank20p
010800             PERFORM MSG20-FETCH THRU MSG20-FETCH-EXIT            bbank20p
010900             MOVE MSG-OP-TEXT TO BANK-ERROR-MSG                   bbank20p
011000          END-IF                                                  bbank20p
011003* Account maintenance likewise, and on the same authority.        bbank20p
011006        WHEN BANK-MENU-ACCT-MAINT                                 bbank20p
011009          IF BANK-ADMIN                                           bbank20p
011012             MOVE 'MBANK70' TO BANK-LAST-MAPSET                   bbank20p
011015             MOVE 'BANK70A' TO BANK-LAST-MAP                      bbank20p
011018             MOVE SPACES TO BANK-ACM-DATA                         bbank20p
011021             MOVE SPACES TO BANK-ERROR-MSG                        bbank20p
011024          ELSE                                                    bbank20p
011027             MOVE 0021 TO MSG-IP-NUMBER                           bbank20p
011030             PERFORM MSG20-FETCH THRU MSG20-FETCH-EXIT            bbank20p
011033             MOVE MSG-OP-TEXT TO BANK-ERROR-MSG                   bbank20p
011036          END-IF                                                  bbank20p
011039* Held transfer approval likewise, and on the same authority.     bbank20p
011042        WHEN BANK-MENU-APPROVALS                                  bbank20p
011045          IF BANK-ADMIN                                           bbank20p
011048             MOVE 'MBANK80' TO BANK-LAST-MAPSET                   bbank20p
011051             MOVE 'BANK80A' TO BANK-LAST-MAP                      bbank20p
011054             MOVE SPACES TO BANK-APV-DATA                         bbank20p
011057             MOVE ZERO TO BANK-APV-PAGE                           bbank20p
011060             MOVE ZERO TO BANK-APV-LINE-CNT                       bbank20p
011063             MOVE SPACES TO BANK-ERROR-MSG                        bbank20p
011066          ELSE                                                    bbank20p
011069             MOVE 0021 TO MSG-IP-NUMBER                           bbank20p
011072             PERFORM MSG20-FETCH THRU MSG20-FETCH-EXIT            bbank20p
011075             MOVE MSG-OP-TEXT TO BANK-ERROR-MSG                   bbank20p
011078          END-IF                                                  bbank20p
011080* Scheduled transfers and standing orders are open to every       bbank20p
011082* user; each sees only their own.                                 bbank20p
011084        WHEN BANK-MENU-SCHEDULED                                  bbank20p
011086          MOVE 'MBANK90' TO BANK-LAST-MAPSET                      bbank20p
011088          MOVE 'BANK90A' TO BANK-LAST-MAP                         bbank20p
011090          MOVE SPACES TO BANK-SCH-DATA                            bbank20p
011092          MOVE ZERO TO BANK-SCH-PAGE                              bbank20p
011094          MOVE ZERO TO BANK-SCH-LINE-CNT                          bbank20p
011096          MOVE SPACES TO BANK-ERROR-MSG                           bbank20p
011100        WHEN BANK-MENU-NO-CHOICE                                  bbank20p
011200          MOVE 0019 TO MSG-IP-NUMBER                              bbank20p
011300          PERFORM MSG20-FETCH THRU MSG20-FETCH-EXIT               bbank20p
012222      END-EXEC.                                                   bbank20p
012224  MSG20-FETCH-EXIT.                                               bbank20p
012226      EXIT.                                                       bbank20p
012300* $ Version 1.05 sequenced on Thursday 15 Oct 2026 at 1:00pm      bbank20p
