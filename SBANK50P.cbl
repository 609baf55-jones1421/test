020800        MOVE AMOUNTI IN BANK50AI                                  sbank50p
020900          TO BANK-XFR-AMOUNT-X (1:AMOUNTL IN BANK50AI)            sbank50p
021000     END-IF.                                                      sbank50p
021007                                                                  sbank50p
021014     IF WHENL IN BANK50AI IS EQUAL TO 0                           sbank50p
021021        MOVE LOW-VALUES TO BANK-XFR-WHEN-X                        sbank50p
021028     ELSE                                                         sbank50p
021035        MOVE WHENI IN BANK50AI                                    sbank50p
021042          TO BANK-XFR-WHEN-X (1:WHENL IN BANK50AI)                sbank50p
021049     END-IF.                                                      sbank50p
021056                                                                  sbank50p
021063     IF FREQL IN BANK50AI IS EQUAL TO 0                           sbank50p
021070        MOVE LOW-VALUES TO BANK-XFR-FREQ                          sbank50p
021077     ELSE                                                         sbank50p
021084        MOVE FREQI IN BANK50AI TO BANK-XFR-FREQ                   sbank50p
021091     END-IF.                                                      sbank50p
021100                                                                  sbank50p
021200* PF3 takes the user back to the main menu; any other             sbank50p
021300* attention key is treated as ENTER and the transfer posted.      sbank50p
033800     MOVE BANK-XFR-FROM-ACC TO FRMACCO IN BANK50AO.               sbank50p
033900     MOVE BANK-XFR-TO-ACC TO TOACCO IN BANK50AO.                  sbank50p
034000     MOVE BANK-XFR-AMOUNT-X TO AMOUNTO IN BANK50AO.               sbank50p
034033     MOVE BANK-XFR-WHEN-X TO WHENO IN BANK50AO.                   sbank50p
034066     MOVE BANK-XFR-FREQ TO FREQO IN BANK50AO.                     sbank50p
034100* Turn colour off if required                                     sbank50p
034200     PERFORM COLOUR50-PICK THRU COLOUR50-PICK-EXIT.               sbank50p
034300     IF COLOUR-OFF                                                sbank50p
035700        MOVE WS-SCHEME-COLOUR TO TOACCC IN BANK50AO               sbank50p
035800        MOVE WS-SCHEME-COLOUR TO TXT05C IN BANK50AO               sbank50p
035900        MOVE WS-SCHEME-COLOUR TO AMOUNTC IN BANK50AO              sbank50p
035920        MOVE WS-SCHEME-COLOUR TO TXT07C IN BANK50AO               sbank50p
035940        MOVE WS-SCHEME-COLOUR TO WHENC IN BANK50AO                sbank50p
035960        MOVE WS-SCHEME-COLOUR TO TXT08C IN BANK50AO               sbank50p
035980        MOVE WS-SCHEME-COLOUR TO FREQC IN BANK50AO                sbank50p
036000        MOVE WS-SCHEME-COLOUR TO ERRMSGC IN BANK50AO              sbank50p
036100        MOVE WS-SCHEME-COLOUR TO TXT06C IN BANK50AO               sbank50p
036200     END-IF.                                                      sbank50p
045600          ABCODE(ABEND-CODE)                                      sbank50p
045700     END-EXEC.                                                    sbank50p
045800                                                                  sbank50p
045900* $ Version 1.01 sequenced on Thursday 15 Oct 2026 at 1:00pm      sbank50p
