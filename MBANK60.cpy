000100***************************************************************** mbank60
000200*                                                               * mbank60
000300*   MBANK60.CPY                                                 * mbank60
000400*---------------------------------------------------------------  mbank60
000500*   Symbolic map generated from mapset MBANK60 (map BANK60A,    * mbank60
000600*   the account statement screen).  The user keys one of their  * mbank60
000700*   own account numbers; the screen shows its description and   * mbank60
000800*   current balance, then a page of its TRNJRNL postings,       * mbank60
000900*   newest first, with a running balance on each line.  PF7     * mbank60
001000*   and PF8 page back and forward through the postings.         * mbank60
001100***************************************************************** mbank60
001200 01  BANK60AI.                                                    mbank60
001300     02  FILLER                     PIC X(12).                    mbank60
001400     02  STMACCL                    COMP PIC S9(4).               mbank60
001500     02  STMACCF                    PIC X.                        mbank60
001600     02  FILLER REDEFINES STMACCF.                                mbank60
001700         03  STMACCA                PIC X.                        mbank60
001800     02  STMACCI                    PIC X(08).                    mbank60
001900 01  BANK60AO REDEFINES BANK60AI.                                 mbank60
002000     02  FILLER                     PIC X(12).                    mbank60
002100     02  FILLER                     PIC X(03).                    mbank60
002200     02  TXT01C                     PIC X.                        mbank60
002300     02  FILLER                     PIC X(08).                    mbank60
002400     02  SCRNC                      PIC X.                        mbank60
002500     02  HEAD1C                     PIC X.                        mbank60
002600     02  HEAD1O                     PIC X(40).                    mbank60
002700     02  HEAD2C                     PIC X.                        mbank60
002800     02  HEAD2O                     PIC X(40).                    mbank60
002900     02  VERC                       PIC X.                        mbank60
003000     02  VERO                       PIC X(08).                    mbank60
003100     02  TRANC                      PIC X.                        mbank60
003200     02  TRANO                      PIC X(04).                    mbank60
003300     02  TIMEC                      PIC X.                        mbank60
003400     02  TIMEO                      PIC X(08).                    mbank60
003500     02  DATEC                      PIC X.                        mbank60
003600     02  DATEO                      PIC X(11).                    mbank60
003700     02  TXT02C                     PIC X.                        mbank60
003800     02  NAMEC                      PIC X.                        mbank60
003900     02  NAMEO                      PIC X(20).                    mbank60
004000     02  TXT03C                     PIC X.                        mbank60
004100     02  STMACCC                    PIC X.                        mbank60
004200     02  STMACCO                    PIC X(08).                    mbank60
004300     02  STMDSCC                    PIC X.                        mbank60
004400     02  STMDSCO                    PIC X(20).                    mbank60
004500     02  TXT04C                     PIC X.                        mbank60
004600     02  STMBALC                    PIC X.                        mbank60
004700     02  STMBALO                    PIC X(11).                    mbank60
004800     02  TXT05C                     PIC X.                        mbank60
004900     02  STM01C                     PIC X.                        mbank60
005000     02  STM01O                     PIC X(56).                    mbank60
005100     02  STM02C                     PIC X.                        mbank60
005200     02  STM02O                     PIC X(56).                    mbank60
005300     02  STM03C                     PIC X.                        mbank60
005400     02  STM03O                     PIC X(56).                    mbank60
005500     02  STM04C                     PIC X.                        mbank60
005600     02  STM04O                     PIC X(56).                    mbank60
005700     02  STM05C                     PIC X.                        mbank60
005800     02  STM05O                     PIC X(56).                    mbank60
005900     02  STM06C                     PIC X.                        mbank60
006000     02  STM06O                     PIC X(56).                    mbank60
006100     02  STM07C                     PIC X.                        mbank60
006200     02  STM07O                     PIC X(56).                    mbank60
006300     02  STM08C                     PIC X.                        mbank60
006400     02  STM08O                     PIC X(56).                    mbank60
006500     02  STM09C                     PIC X.                        mbank60
006600     02  STM09O                     PIC X(56).                    mbank60
006700     02  STM10C                     PIC X.                        mbank60
006800     02  STM10O                     PIC X(56).                    mbank60
006900     02  ERRMSGC                    PIC X.                        mbank60
007000     02  ERRMSGO                    PIC X(40).                    mbank60
007100     02  TXT06C                     PIC X.                        mbank60
007200*                                                                 mbank60
007300* $ Version 1.00 sequenced on Thursday 15 Oct 2026 at 1:00pm      mbank60
