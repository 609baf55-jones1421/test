034500        MOVE WS-SCHEME-COLOUR TO MNU02C IN BANK20AO               sbank20p
034600        MOVE WS-SCHEME-COLOUR TO MNU03C IN BANK20AO               sbank20p
034700        MOVE WS-SCHEME-COLOUR TO MNU04C IN BANK20AO               sbank20p
034750        MOVE WS-SCHEME-COLOUR TO MNU05C IN BANK20AO               sbank20p
034775        MOVE WS-SCHEME-COLOUR TO MNU06C IN BANK20AO               sbank20p
034788        MOVE WS-SCHEME-COLOUR TO MNU07C IN BANK20AO               sbank20p
034800        MOVE WS-SCHEME-COLOUR TO TXT04C IN BANK20AO               sbank20p
034900        MOVE WS-SCHEME-COLOUR TO OPTIONC IN BANK20AO              sbank20p
035000        MOVE WS-SCHEME-COLOUR TO TXT05C IN BANK20AO               sbank20p
046800          ABCODE(ABEND-CODE)                                      sbank20p
046900     END-EXEC.                                                    sbank20p
047000                                                                  sbank20p
047100* $ Version 1.04 sequenced on Thursday 15 Oct 2026 at 1:00pm      sbank20p
