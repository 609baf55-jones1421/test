000100***************************************************************** mbank90
000200*                                                               * mbank90
000300*   MBANK90.CPY                                                 * mbank90
000400*---------------------------------------------------------------  mbank90
000500*   Symbolic map generated from mapset MBANK90 (map BANK90A,    * mbank90
000600*   the scheduled transfers screen).  A page of the signed-on   * mbank90
000700*   user's live future-dated transfers and standing orders -    * mbank90
000800*   number, from and to accounts, amount, frequency, the date   * mbank90
000900*   it next falls due, and RETRY against one whose last attempt * mbank90
001000*   failed - with an action (C cancel) and the number of the    * mbank90
001100*   scheduled transfer to act on.  PF7 and PF8 page back and    * mbank90
001200*   forward through the list.                                   * mbank90
001300***************************************************************** mbank90
001400 01  BANK90AI.                                                    mbank90
001500     02  FILLER                     PIC X(12).                    mbank90
001600     02  SCHACTL                    COMP PIC S9(4).               mbank90
001700     02  SCHACTF                    PIC X.                        mbank90
001800     02  FILLER REDEFINES SCHACTF.                                mbank90
001900         03  SCHACTA                PIC X.                        mbank90
002000     02  SCHACTI                    PIC X(01).                    mbank90
002100     02  SCHIDL                     COMP PIC S9(4).               mbank90
002200     02  SCHIDF                     PIC X.                        mbank90
002300     02  FILLER REDEFINES SCHIDF.                                 mbank90
002400         03  SCHIDA                 PIC X.                        mbank90
002500     02  SCHIDI                     PIC X(07).                    mbank90
002600 01  BANK90AO REDEFINES BANK90AI.                                 mbank90
002700     02  FILLER                     PIC X(12).                    mbank90
002800     02  FILLER                     PIC X(03).                    mbank90
002900     02  TXT01C                     PIC X.                        mbank90
003000     02  FILLER                     PIC X(08).                    mbank90
003100     02  SCRNC                      PIC X.                        mbank90
003200     02  HEAD1C                     PIC X.                        mbank90
003300     02  HEAD1O                     PIC X(40).                    mbank90
003400     02  HEAD2C                     PIC X.                        mbank90
003500     02  HEAD2O                     PIC X(40).                    mbank90
003600     02  VERC                       PIC X.                        mbank90
003700     02  VERO                       PIC X(08).                    mbank90
003800     02  TRANC                      PIC X.                        mbank90
003900     02  TRANO                      PIC X(04).                    mbank90
004000     02  TIMEC                      PIC X.                        mbank90
004100     02  TIMEO                      PIC X(08).                    mbank90
004200     02  DATEC                      PIC X.                        mbank90
004300     02  DATEO                      PIC X(11).                    mbank90
004400     02  TXT02C                     PIC X.                        mbank90
004500     02  NAMEC                      PIC X.                        mbank90
004600     02  NAMEO                      PIC X(20).                    mbank90
004700     02  TXT03C                     PIC X.                        mbank90
004800     02  SCH01C                     PIC X.                        mbank90
004900     02  SCH01O                     PIC X(63).                    mbank90
005000     02  SCH02C                     PIC X.                        mbank90
005100     02  SCH02O                     PIC X(63).                    mbank90
005200     02  SCH03C                     PIC X.                        mbank90
005300     02  SCH03O                     PIC X(63).                    mbank90
005400     02  SCH04C                     PIC X.                        mbank90
005500     02  SCH04O                     PIC X(63).                    mbank90
005600     02  SCH05C                     PIC X.                        mbank90
005700     02  SCH05O                     PIC X(63).                    mbank90
005800     02  SCH06C                     PIC X.                        mbank90
005900     02  SCH06O                     PIC X(63).                    mbank90
006000     02  SCH07C                     PIC X.                        mbank90
006100     02  SCH07O                     PIC X(63).                    mbank90
006200     02  SCH08C                     PIC X.                        mbank90
006300     02  SCH08O                     PIC X(63).                    mbank90
006400     02  TXT04C                     PIC X.                        mbank90
006500     02  SCHACTC                    PIC X.                        mbank90
006600     02  SCHACTO                    PIC X(01).                    mbank90
006700     02  TXT05C                     PIC X.                        mbank90
006800     02  SCHIDC                     PIC X.                        mbank90
006900     02  SCHIDO                     PIC X(07).                    mbank90
007000     02  ERRMSGC                    PIC X.                        mbank90
007100     02  ERRMSGO                    PIC X(40).                    mbank90
007200     02  TXT06C                     PIC X.                        mbank90
007300*                                                                 mbank90
007400* $ Version 1.00 sequenced on Thursday 15 Oct 2026 at 1:00pm      mbank90
