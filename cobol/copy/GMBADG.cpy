000100*****************************************************************
000200*  GMBADG  --  BADGE MASTER RECORD                              *
000300*                                                               *
000400*  INDEXED FILE (BADGMST), RECORD KEY BDG-KEY = PLAYER ID AND   *
000500*  BADGE CODE, KEPT BY ACHIEVE.  THREE KINDS OF RECORD:         *
000600*    BADGE    ONE PER PLAYER PER BADGE EVER EARNED.  BDG-HELD   *
000700*             WHILE THE PLAYER HAS IT, BDG-WITHDRAWN ONCE A     *
000800*             REVERSAL HAS TAKEN AWAY THE ROUND (OR THE MONTH)  *
000900*             THAT EARNED IT.  A WITHDRAWN BADGE CAN BE EARNED  *
001000*             AGAIN AND THE SAME RECORD IS REUSED, SO A PLAYER  *
001100*             NEVER HOLDS A BADGE TWICE.  THE EARNING ROUND IS  *
001200*             KEPT; IT IS ZERO FOR A BADGE AWARDED FROM THE     *
001300*             LIFETIME COUNTERS ON THE FIRST RUN, AND FOR A     *
001400*             MONTH BADGE, WHICH KEEPS THE MONTH INSTEAD.       *
001500*    TALLY    BADGE CODE SPACES: THE PLAYERS RUNNING LIFETIME   *
001600*             GAMES AND WINS AND CURRENT RUN OF WINS, CARRIED   *
001700*             FROM NIGHT TO NIGHT.                              *
001800*    CONTROL  PLAYER ID AND BADGE CODE SPACES: THE LAST DAY     *
001900*             EVALUATED.                                        *
002000*  READERS OF THE BADGES SKIP KEYS WITH A BADGE CODE OF SPACES. *
002100*  LRECL = 100.                                                 *
002200*****************************************************************
002300*  MODIFICATION HISTORY                                         *
002400*  2026-10-15  TG   NEW COPYBOOK                                *
002500*****************************************************************
002600 01  BDG-REC.
002700     05  BDG-KEY.
002800         10  BDG-PLAY-ID         PIC X(05).
002900         10  BDG-CODE            PIC X(08).
003000             88  BDG-TALLY-RECORD            VALUE SPACES.
003100     05  BDG-BADGE-DATA.
003200         10  BDG-STATUS          PIC X(01).
003300             88  BDG-HELD                    VALUE 'E'.
003400             88  BDG-WITHDRAWN               VALUE 'W'.
003500         10  BDG-NAME            PIC X(30).
003600         10  BDG-RULE            PIC X(01).
003700         10  BDG-EARNED-DATE     PIC 9(08).
003800         10  BDG-RND-DATE        PIC 9(08).
003900         10  BDG-RND-TIME        PIC 9(06).
004000         10  BDG-RND-RANGE       PIC 9(04).
004100         10  BDG-RND-TRIES       PIC 9(03).
004200         10  BDG-RND-RESULT      PIC X(01).
004300         10  BDG-RND-SOURCE      PIC X(01).
004400         10  BDG-MONTH           PIC 9(06).
004500         10  BDG-WD-DATE         PIC 9(08).
004600         10  BDG-WD-BATCH        PIC X(08).
004700         10  FILLER              PIC X(02).
004800     05  BDG-TALLY-DATA          REDEFINES BDG-BADGE-DATA.
004900         10  BDT-GAMES           PIC 9(07).
005000         10  BDT-WINS            PIC 9(07).
005100         10  BDT-STREAK          PIC 9(05).
005200         10  BDT-LAST-DATE       PIC 9(08).
005300         10  FILLER              PIC X(60).
005400     05  BDG-CONTROL-DATA        REDEFINES BDG-BADGE-DATA.
005500         10  BDC-LAST-DAY        PIC 9(08).
005600         10  BDC-RUN-DATE        PIC 9(08).
005700         10  BDC-RUN-TIME        PIC 9(06).
005800         10  FILLER              PIC X(65).
