000100*****************************************************************
000200* PALETTE   - ESCAPE-COUNT COLOUR PALETTE FOR IMAGE EXPORT       *
000300*                                                                *
000400* THE IMAGE COUNTERPART OF SHDRAMP. PIXIMAGE SCALES A PIXEL'S    *
000500* ESCAPE ITERATION AGAINST PAL-ENTRY-COUNT AND THE RUN'S         *
000600* MAX-ITER (OR, FOR AN EQUALIZED REGION, AGAINST THE EXPORT'S    *
000700* OWN ESCAPE DISTRIBUTION) TO PICK AN ENTRY, SO THE SAME PALETTE *
000800* SERVES ANY ITERATION CAP. ENTRIES RUN FROM THE FIRST-ESCAPING  *
000900* POINTS (FAR FROM THE SET) TO THE LAST-ESCAPING (AT ITS EDGE).  *
001000* EACH ENTRY IS GREY / RED / GREEN / BLUE, THREE DIGITS APIECE,  *
001100* 000 THROUGH PAL-MAX-VALUE: THE GREY LEVEL IS WHAT A PGM IMAGE  *
001200* USES, THE THREE COLOUR LEVELS WHAT A PPM IMAGE USES. IN-SET    *
001300* PIXELS NEVER TAKE A PALETTE ENTRY - THEY WEAR PAL-IN-SET-*.    *
001400*                                                                *
001500* TO CHANGE THE PALETTE, EDIT THE ENTRY VALUES BELOW AND SET     *
001600* PAL-ENTRY-COUNT TO THE NUMBER IN USE (AT MOST 32); UNUSED      *
001700* ENTRIES ARE IGNORED.                                           *
001800*                                                                *
001900* MOD LOG                                                        *
002000* DATE       INIT DESCRIPTION                                    *
002100* 2026-10-15 RLH  ORIGINAL.                                      *
002200*****************************************************************
002300 01  PALETTE-AREA.
002400     05  PAL-ENTRY-COUNT     PIC 9(3)    VALUE 016.
002500     05  PAL-MAX-VALUE       PIC 9(3)    VALUE 255.
002600     05  PAL-IN-SET-COLOUR.
002700         10  PAL-IN-SET-GREY PIC 9(3)    VALUE 000.
002800         10  PAL-IN-SET-RED  PIC 9(3)    VALUE 000.
002900         10  PAL-IN-SET-GREEN
003000                             PIC 9(3)    VALUE 000.
003100         10  PAL-IN-SET-BLUE PIC 9(3)    VALUE 000.
003200     05  PAL-ENTRY-VALUES.
003300         10  FILLER          PIC X(12)   VALUE "030000007100".
003400         10  FILLER          PIC X(12)   VALUE "045006027121".
003500         10  FILLER          PIC X(12)   VALUE "060013047141".
003600         10  FILLER          PIC X(12)   VALUE "075019067162".
003700         10  FILLER          PIC X(12)   VALUE "090026087182".
003800         10  FILLER          PIC X(12)   VALUE "105032107203".
003900         10  FILLER          PIC X(12)   VALUE "120073137213".
004000         10  FILLER          PIC X(12)   VALUE "135114166224".
004100         10  FILLER          PIC X(12)   VALUE "150155196234".
004200         10  FILLER          PIC X(12)   VALUE "165196225245".
004300         10  FILLER          PIC X(12)   VALUE "180237255255".
004400         10  FILLER          PIC X(12)   VALUE "195243227170".
004500         10  FILLER          PIC X(12)   VALUE "210249198085".
004600         10  FILLER          PIC X(12)   VALUE "225255170000".
004700         10  FILLER          PIC X(12)   VALUE "240188105000".
004800         10  FILLER          PIC X(12)   VALUE "255120040000".
004900         10  FILLER          PIC X(192)  VALUE ZEROS.
005000     05  PAL-ENTRY-TABLE     REDEFINES PAL-ENTRY-VALUES.
005100         10  PAL-ENTRY       OCCURS 32 TIMES.
005200             15  PAL-GREY    PIC 9(3).
005300             15  PAL-RED     PIC 9(3).
005400             15  PAL-GREEN   PIC 9(3).
005500             15  PAL-BLUE    PIC 9(3).
