000100***************************************************************** mbank80
000200*                                                               * mbank80
000300*   MBANK80.CPY                                                 * mbank80
000400*---------------------------------------------------------------  mbank80
000500*   Symbolic map generated from mapset MBANK80 (map BANK80A,    * mbank80
000600*   the held transfer approvals screen).  A page of transfers   * mbank80
000700*   held for a second administrator, oldest first - number,     * mbank80
000800*   requester, from and to accounts, amount and age in hours -  * mbank80
000900*   with an action (A approve, R reject), the number of the     * mbank80
001000*   held transfer to act on and the reason for a rejection.     * mbank80
001100*   PF7 and PF8 page back and forward through the list.         * mbank80
001200***************************************************************** mbank80
001300 01  BANK80AI.                                                    mbank80
001400     02  FILLER                     PIC X(12).                    mbank80
001500     02  APVACTL                    COMP PIC S9(4).               mbank80
001600     02  APVACTF                    PIC X.                        mbank80
001700     02  FILLER REDEFINES APVACTF.                                mbank80
001800         03  APVACTA                PIC X.                        mbank80
001900     02  APVACTI                    PIC X(01).                    mbank80
002000     02  APVIDL                     COMP PIC S9(4).               mbank80
002100     02  APVIDF                     PIC X.                        mbank80
002200     02  FILLER REDEFINES APVIDF.                                 mbank80
002300         03  APVIDA                 PIC X.                        mbank80
002400     02  APVIDI                     PIC X(07).                    mbank80
002500     02  APVRSNL                    COMP PIC S9(4).               mbank80
002600     02  APVRSNF                    PIC X.                        mbank80
002700     02  FILLER REDEFINES APVRSNF.                                mbank80
002800         03  APVRSNA                PIC X.                        mbank80
002900     02  APVRSNI                    PIC X(30).                    mbank80
003000 01  BANK80AO REDEFINES BANK80AI.                                 mbank80
003100     02  FILLER                     PIC X(12).                    mbank80
003200     02  FILLER                     PIC X(03).                    mbank80
003300     02  TXT01C                     PIC X.                        mbank80
003400     02  FILLER                     PIC X(08).                    mbank80
003500     02  SCRNC                      PIC X.                        mbank80
003600     02  HEAD1C                     PIC X.                        mbank80
003700     02  HEAD1O                     PIC X(40).                    mbank80
003800     02  HEAD2C                     PIC X.                        mbank80
003900     02  HEAD2O                     PIC X(40).                    mbank80
004000     02  VERC                       PIC X.                        mbank80
004100     02  VERO                       PIC X(08).                    mbank80
004200     02  TRANC                      PIC X.                        mbank80
004300     02  TRANO                      PIC X(04).                    mbank80
004400     02  TIMEC                      PIC X.                        mbank80
004500     02  TIMEO                      PIC X(08).                    mbank80
004600     02  DATEC                      PIC X.                        mbank80
004700     02  DATEO                      PIC X(11).                    mbank80
004800     02  TXT02C                     PIC X.                        mbank80
004900     02  NAMEC                      PIC X.                        mbank80
005000     02  NAMEO                      PIC X(20).                    mbank80
005100     02  TXT03C                     PIC X.                        mbank80
005200     02  APV01C                     PIC X.                        mbank80
005300     02  APV01O                     PIC X(51).                    mbank80
005400     02  APV02C                     PIC X.                        mbank80
005500     02  APV02O                     PIC X(51).                    mbank80
005600     02  APV03C                     PIC X.                        mbank80
005700     02  APV03O                     PIC X(51).                    mbank80
005800     02  APV04C                     PIC X.                        mbank80
005900     02  APV04O                     PIC X(51).                    mbank80
006000     02  APV05C                     PIC X.                        mbank80
006100     02  APV05O                     PIC X(51).                    mbank80
006200     02  APV06C                     PIC X.                        mbank80
006300     02  APV06O                     PIC X(51).                    mbank80
006400     02  APV07C                     PIC X.                        mbank80
006500     02  APV07O                     PIC X(51).                    mbank80
006600     02  APV08C                     PIC X.                        mbank80
006700     02  APV08O                     PIC X(51).                    mbank80
006800     02  TXT04C                     PIC X.                        mbank80
006900     02  APVACTC                    PIC X.                        mbank80
007000     02  APVACTO                    PIC X(01).                    mbank80
007100     02  TXT05C                     PIC X.                        mbank80
007200     02  APVIDC                     PIC X.                        mbank80
007300     02  APVIDO                     PIC X(07).                    mbank80
007400     02  TXT06C                     PIC X.                        mbank80
007500     02  APVRSNC                    PIC X.                        mbank80
007600     02  APVRSNO                    PIC X(30).                    mbank80
007700     02  ERRMSGC                    PIC X.                        mbank80
007800     02  ERRMSGO                    PIC X(40).                    mbank80
007900     02  TXT07C                     PIC X.                        mbank80
008000*                                                                 mbank80
008100* $ Version 1.00 sequenced on Thursday 15 Oct 2026 at 1:00pm      mbank80
