000400*---------------------------------------------------------------  mbank50
000500*   Symbolic map generated from mapset MBANK50 (map BANK50A,    * mbank50
000600*   the funds transfer screen where the user keys the from-     * mbank50
000700*   account, to-account and amount to move between them, and    * mbank50
000720*   optionally a date to make the transfer on instead of now    * mbank50
000740*   and a frequency - O once, W weekly, M monthly - to repeat   * mbank50
000760*   it as a standing order).                                    * mbank50
000800***************************************************************** mbank50
000900 01  BANK50AI.                                                    mbank50
001000     02  FILLER                     PIC X(12).                    mbank50
002300     02  FILLER REDEFINES AMOUNTF.                                mbank50
002400         03  AMOUNTA                PIC X.                        mbank50
002500     02  AMOUNTI                    PIC X(10).                    mbank50
002509     02  WHENL                      COMP PIC S9(4).               mbank50
002518     02  WHENF                      PIC X.                        mbank50
002527     02  FILLER REDEFINES WHENF.                                  mbank50
002536         03  WHENA                  PIC X.                        mbank50
002545     02  WHENI                      PIC X(08).                    mbank50
002554     02  FREQL                      COMP PIC S9(4).               mbank50
002563     02  FREQF                      PIC X.                        mbank50
002572     02  FILLER REDEFINES FREQF.                                  mbank50
002581         03  FREQA                  PIC X.                        mbank50
002590     02  FREQI                      PIC X(01).                    mbank50
002600 01  BANK50AO REDEFINES BANK50AI.                                 mbank50
002700     02  FILLER                     PIC X(12).                    mbank50
002800     02  FILLER                     PIC X(03).                    mbank50
005300     02  TXT05C                     PIC X.                        mbank50
005400     02  AMOUNTC                    PIC X.                        mbank50
005500     02  AMOUNTO                    PIC X(10).                    mbank50
005514     02  TXT07C                     PIC X.                        mbank50
005528     02  WHENC                      PIC X.                        mbank50
005542     02  WHENO                      PIC X(08).                    mbank50
005556     02  TXT08C                     PIC X.                        mbank50
005570     02  FREQC                      PIC X.                        mbank50
005584     02  FREQO                      PIC X(01).                    mbank50
005600     02  ERRMSGC                    PIC X.                        mbank50
005700     02  ERRMSGO                    PIC X(40).                    mbank50
005800     02  TXT06C                     PIC X.                        mbank50
005900*                                                                 mbank50
006000* $ Version 1.01 sequenced on Thursday 15 Oct 2026 at 1:00pm      mbank50
