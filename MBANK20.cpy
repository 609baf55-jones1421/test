003900     02  MNU02C                     PIC X.                        mbank20
004000     02  MNU03C                     PIC X.                        mbank20
004050     02  MNU04C                     PIC X.                        mbank20
004075     02  MNU05C                     PIC X.                        mbank20
004090     02  MNU06C                     PIC X.                        mbank20
004095     02  MNU07C                     PIC X.                        mbank20
004100     02  TXT04C                     PIC X.                        mbank20
004200     02  OPTIONC                    PIC X.                        mbank20
004300     02  TXT05C                     PIC X.                        mbank20
004500     02  ERRMSGO                    PIC X(40).                    mbank20
004600     02  TXT06C                     PIC X.                        mbank20
004700*                                                                 mbank20
004800* $ Version 1.03 sequenced on Thursday 15 Oct 2026 at 1:00pm      mbank20
