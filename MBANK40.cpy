000500*   Symbolic map generated from mapset MBANK40 (map BANK40A,    * mbank40
000600*   the account inquiry screen listing the signed-on user's     * mbank40
000700*   accounts and their balances).  The screen is display-only:  * mbank40
000800*   ENTER refreshes the list, PF7/PF8 page back and forward     * mbank40
000850*   through it and PF3 returns to the menu, so the input side   * mbank40
000900*   carries no named fields.  A total-balance line sits         * mbank40
000950*   under the accounts.                                         * mbank40
001000***************************************************************** mbank40
001100 01  BANK40AI.                                                    mbank40
001200     02  FILLER                     PIC X(12).                    mbank40
004800     02  ACC07O                     PIC X(43).                    mbank40
004900     02  ACC08C                     PIC X.                        mbank40
005000     02  ACC08O                     PIC X(43).                    mbank40
005010     02  TXT05C                     PIC X.                        mbank40
005020     02  TOTALC                     PIC X.                        mbank40
005030     02  TOTALO                     PIC X(13).                    mbank40
005100     02  ERRMSGC                    PIC X.                        mbank40
005200     02  ERRMSGO                    PIC X(40).                    mbank40
005300     02  TXT04C                     PIC X.                        mbank40
005400*                                                                 mbank40
005500* $ Version 1.01 sequenced on Thursday 15 Oct 2026 at 1:00pm      mbank40
