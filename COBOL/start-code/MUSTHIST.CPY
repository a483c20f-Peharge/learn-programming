000100*-----------------------------------------------------------*
000200* MUSTHIST.CPY                                               *
000300*-----------------------------------------------------------*
000400* MODIFICATION HISTORY                                      *
000500* 2026-10-15 RH   ORIGINAL VERSION - THE DATED DRILL RECORD  *
000600*                 MUSTMNT KEEPS AT EACH MUSTER CLOSE-OUT FOR *
000700*                 THE FIRE INSPECTOR.                        *
000800*-----------------------------------------------------------*
000900* ONE RECORD PER BUILDING MUSTERED PLUS ONE WHOLE-MUSTER     *
001000* RECORD WITH SPACES IN THE SITE CODE, APPENDED AT CLOSE-OUT *
001100* AND NEVER CHANGED. MH-ELAPSED IS THE TIME FROM THE START   *
001200* OF THE MUSTER TO THE LAST PERSON ACCOUNTED FOR (HHMMSS);   *
001300* MH-FULL-SWITCH SAYS WHETHER THAT WAS EVERYONE. A BUILDING  *
001400* WITH NOBODY ON SITE COUNTS AS FULLY MUSTERED AT ZERO.      *
001500* FIXED LENGTH, 80 CHARACTERS.                               *
001600*-----------------------------------------------------------*
001700 01  MUSTHIST-RECORD.
001800     05  MH-START-DATE       PIC 9(08).
001900     05  MH-START-TIME       PIC 9(06).
002000     05  MH-KIND             PIC X(01).
002100         88  MH-DRILL                VALUE "D".
002200         88  MH-INCIDENT             VALUE "I".
002300     05  MH-SITE-CODE        PIC X(02).
002400         88  MH-ALL-SITES            VALUE SPACES.
002500     05  MH-POPULATION       PIC 9(05).
002600     05  MH-MUSTERED         PIC 9(05).
002700     05  MH-FULL-SWITCH      PIC X(01).
002800         88  MH-FULL-MUSTER          VALUE "Y".
002900     05  MH-ELAPSED          PIC 9(06).
003000     05  MH-CLOSE-DATE       PIC 9(08).
003100     05  MH-CLOSE-TIME       PIC 9(06).
003200     05  MH-CLOSED-BY        PIC X(10).
003300     05  MH-FILLER           PIC X(22).
