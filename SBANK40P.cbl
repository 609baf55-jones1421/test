018800        GO TO SCREEN40-READ-EXIT                                  sbank40p
018900     END-IF.                                                      sbank40p
019000                                                                  sbank40p
019100* PF3 takes the user back to the main menu and PF7/PF8 page       sbank40p
019200* back and forward through the accounts; any other attention      sbank40p
019250* key is treated as ENTER and shows the first page afresh.        sbank40p
019300     EVALUATE TRUE                                                sbank40p
019350       WHEN EIBAID IS EQUAL TO DFHPF3                             sbank40p
019400         SET BANK-AID-PFK03 TO TRUE                               sbank40p
019450       WHEN EIBAID IS EQUAL TO DFHPF7                             sbank40p
019500         SET BANK-AID-PFK07 TO TRUE                               sbank40p
019550       WHEN EIBAID IS EQUAL TO DFHPF8                             sbank40p
019600         SET BANK-AID-PFK08 TO TRUE                               sbank40p
019650       WHEN OTHER                                                 sbank40p
019700         SET BANK-AID-ENTER TO TRUE                               sbank40p
019750     END-EVALUATE.                                                sbank40p
019800                                                                  sbank40p
019900     GO TO SCREEN40-READ-EXIT.                                    sbank40p
020000                                                                  sbank40p
032200     MOVE BANK-ACC-LINE (06) TO ACC06O IN BANK40AO.               sbank40p
032300     MOVE BANK-ACC-LINE (07) TO ACC07O IN BANK40AO.               sbank40p
032400     MOVE BANK-ACC-LINE (08) TO ACC08O IN BANK40AO.               sbank40p
032450     MOVE BANK-ACC-TOTAL TO TOTALO IN BANK40AO.                   sbank40p
032500* Turn colour off if required                                     sbank40p
032600     PERFORM COLOUR40-PICK THRU COLOUR40-PICK-EXIT.               sbank40p
032700     IF COLOUR-OFF                                                sbank40p
034400        MOVE WS-SCHEME-COLOUR TO ACC06C IN BANK40AO               sbank40p
034500        MOVE WS-SCHEME-COLOUR TO ACC07C IN BANK40AO               sbank40p
034600        MOVE WS-SCHEME-COLOUR TO ACC08C IN BANK40AO               sbank40p
034620        MOVE WS-SCHEME-COLOUR TO TXT05C IN BANK40AO               sbank40p
034640        MOVE WS-SCHEME-COLOUR TO TOTALC IN BANK40AO               sbank40p
034700        MOVE WS-SCHEME-COLOUR TO ERRMSGC IN BANK40AO              sbank40p
034800        MOVE WS-SCHEME-COLOUR TO TXT04C IN BANK40AO               sbank40p
034900     END-IF.                                                      sbank40p
044300          ABCODE(ABEND-CODE)                                      sbank40p
044400     END-EXEC.                                                    sbank40p
044500                                                                  sbank40p
044600* $ Version 1.01 sequenced on Thursday 15 Oct 2026 at 1:00pm      sbank40p
