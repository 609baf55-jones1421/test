004270      05  WS-OLD-COLOUR              PIC X(01).                   bbank30p
004280      05  WS-OLD-LANGUAGE            PIC X(01).                   bbank30p
004290      05  WS-OLD-ADMIN               PIC X(01).                   bbank30p
004291* ACCTOWN browse key for a delete - READNEXT updates it.          bbank30p
004292      05  WS-OWN-KEY                 PIC X(08).                   bbank30p
004293      05  WS-OWNED-SWITCH            PIC X(01).                   bbank30p
004294          88  WS-OWNS-ACCOUNTS       VALUE 'Y'.                   bbank30p
004295          88  WS-OWNS-NO-ACCOUNTS    VALUE 'N'.                   bbank30p
004296          88  WS-OWNS-UNKNOWN        VALUE 'E'.                   bbank30p
004297      05  WS-BROWSE-SWITCH           PIC X(01).                   bbank30p
004298          88  WS-BROWSE-DONE         VALUE 'Y'.                   bbank30p
004299          88  WS-BROWSE-NOT-DONE     VALUE 'N'.                   bbank30p
004300*                                                                 bbank30p
004400  COPY CUSRREC.                                                   bbank30p
004433*                                                                 bbank30p
004466  COPY CACCREC.                                                   bbank30p
004500*                                                                 bbank30p
004501  COPY CSECREC.                                                   bbank30p
004502*                                                                 bbank30p
027760         MOVE MSG-OP-TEXT TO BANK-ERROR-MSG                       bbank30p
027765         GO TO ADMIN30-DELETE-EXIT                                bbank30p
027770      END-IF.                                                     bbank30p
027772* A userid may not go while it still owns accounts that are not   bbank30p
027774* closed, or their money would be left with no owner.  They are   bbank30p
027776* moved or closed on BANK70A first.                               bbank30p
027778      PERFORM ADMIN30-CHECK-ACCOUNTS THRU                         bbank30p
027780              ADMIN30-CHECK-ACCOUNTS-EXIT.                        bbank30p
027782      IF WS-OWNS-ACCOUNTS                                         bbank30p
027784         MOVE 0107 TO MSG-IP-NUMBER                               bbank30p
027786         PERFORM MSG30-FETCH THRU MSG30-FETCH-EXIT                bbank30p
027788         MOVE MSG-OP-TEXT TO BANK-ERROR-MSG                       bbank30p
027790         GO TO ADMIN30-DELETE-EXIT                                bbank30p
027792      END-IF.                                                     bbank30p
027793      IF WS-OWNS-UNKNOWN                                          bbank30p
027794         MOVE 0042 TO MSG-IP-NUMBER                               bbank30p
027795         PERFORM MSG30-FETCH THRU MSG30-FETCH-EXIT                bbank30p
027796         MOVE MSG-OP-TEXT TO BANK-ERROR-MSG                       bbank30p
027797         GO TO ADMIN30-DELETE-EXIT                                bbank30p
027798      END-IF.                                                     bbank30p
027800      EXEC CICS DELETE                                            bbank30p
027900                DATASET('BANKUSR')                                bbank30p
028000                RIDFLD(BANK-ADM-USERID)                           bbank30p
029200  ADMIN30-DELETE-EXIT.                                            bbank30p
029300      EXIT.                                                       bbank30p
029400*                                                                 bbank30p
029401***************************************************************** bbank30p
029402* Browse the userid's entries on the ACCTOWN owner path and say * bbank30p
029403* whether any account it owns is still open or frozen.  A       * bbank30p
029404* closed account stays on file at zero for its history and does * bbank30p
029405* not hold the delete up.  Only no entry at all, or the end of  * bbank30p
029406* the path, means no accounts; any other answer from the file   * bbank30p
029407* leaves the question open and the delete is refused.           * bbank30p
029408***************************************************************** bbank30p
029409  ADMIN30-CHECK-ACCOUNTS.                                         bbank30p
029410      SET WS-OWNS-NO-ACCOUNTS TO TRUE.                            bbank30p
029411      SET WS-BROWSE-NOT-DONE TO TRUE.                             bbank30p
029412      MOVE BANK-ADM-USERID TO WS-OWN-KEY.                         bbank30p
029413      EXEC CICS STARTBR                                           bbank30p
029414                DATASET('ACCTOWN')                                bbank30p
029415                RIDFLD(WS-OWN-KEY)                                bbank30p
029416                EQUAL                                             bbank30p
029417                RESP(WS-RESP)                                     bbank30p
029418      END-EXEC.                                                   bbank30p
029419      IF WS-RESP IS EQUAL TO DFHRESP(NOTFND)                      bbank30p
029420         GO TO ADMIN30-CHECK-ACCOUNTS-EXIT                        bbank30p
029421      END-IF.                                                     bbank30p
029422      IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                  bbank30p
029423         SET WS-OWNS-UNKNOWN TO TRUE                              bbank30p
029424         GO TO ADMIN30-CHECK-ACCOUNTS-EXIT                        bbank30p
029425      END-IF.                                                     bbank30p
029426      PERFORM ADMIN30-ACCOUNT-NEXT THRU ADMIN30-ACCOUNT-NEXT-EXIT bbank30p
029427              UNTIL WS-BROWSE-DONE.                               bbank30p
029428      EXEC CICS ENDBR                                             bbank30p
029429                DATASET('ACCTOWN')                                bbank30p
029430      END-EXEC.                                                   bbank30p
029431  ADMIN30-CHECK-ACCOUNTS-EXIT.                                    bbank30p
029432      EXIT.                                                       bbank30p
029433*                                                                 bbank30p
029434  ADMIN30-ACCOUNT-NEXT.                                           bbank30p
029435      EXEC CICS READNEXT                                          bbank30p
029436                DATASET('ACCTOWN')                                bbank30p
029437                INTO(ACC-RECORD)                                  bbank30p
029438                RIDFLD(WS-OWN-KEY)                                bbank30p
029439                RESP(WS-RESP)                                     bbank30p
029440      END-EXEC.                                                   bbank30p
029441      IF WS-RESP IS EQUAL TO DFHRESP(ENDFILE)                     bbank30p
029442         SET WS-BROWSE-DONE TO TRUE                               bbank30p
029443         GO TO ADMIN30-ACCOUNT-NEXT-EXIT                          bbank30p
029444      END-IF.                                                     bbank30p
029445      IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                  bbank30p
029446         AND WS-RESP IS NOT EQUAL TO DFHRESP(DUPKEY)              bbank30p
029447         SET WS-OWNS-UNKNOWN TO TRUE                              bbank30p
029448         SET WS-BROWSE-DONE TO TRUE                               bbank30p
029449         GO TO ADMIN30-ACCOUNT-NEXT-EXIT                          bbank30p
029450      END-IF.                                                     bbank30p
029451      IF ACC-SIGNON-ID IS NOT EQUAL TO BANK-ADM-USERID            bbank30p
029452         SET WS-BROWSE-DONE TO TRUE                               bbank30p
029453         GO TO ADMIN30-ACCOUNT-NEXT-EXIT                          bbank30p
029454      END-IF.                                                     bbank30p
029455      IF NOT ACC-STATUS-CLOSED                                    bbank30p
029456         SET WS-OWNS-ACCOUNTS TO TRUE                             bbank30p
029457         SET WS-BROWSE-DONE TO TRUE                               bbank30p
029458      END-IF.                                                     bbank30p
029459  ADMIN30-ACCOUNT-NEXT-EXIT.                                      bbank30p
029460      EXIT.                                                       bbank30p
029461*                                                                 bbank30p
029500***************************************************************** bbank30p
029600* R - reset a forgotten password to the one keyed on the        * bbank30p
029700* screen, and give the user a clean start on the fail count     * bbank30p
043522      END-EXEC.                                                   bbank30p
043524  MSG30-FETCH-EXIT.                                               bbank30p
043526      EXIT.                                                       bbank30p
043600* $ Version 1.03 sequenced on Thursday 15 Oct 2026 at 1:00pm      bbank30p
