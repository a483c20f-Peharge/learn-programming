000100*-----------------------------------------------------------*
000200* MUSTER.CPY                                                 *
000300*-----------------------------------------------------------*
000400* MODIFICATION HISTORY                                      *
000500* 2026-10-15 RH   ORIGINAL VERSION - THE ROLL-CALL SNAPSHOT  *
000600*                 TAKEN WHEN A FIRE DRILL OR INCIDENT MUSTER *
000700*                 STARTS, SHARED BY EVACLIST (WHICH TAKES    *
000800*                 IT) AND MUSTMNT (MARSHALS' ROLL-CALL AND   *
000900*                 CLOSE-OUT).                                *
000910* 2026-10-15 RH   PRIVREQ SEARCHES THE SNAPSHOT AND BLANKS   *
000920*                 THE SUBJECT'S NAME AND ID ON AN ERASURE.   *
001000*-----------------------------------------------------------*
001100* EVACLIST WRITES ONE HEADER RECORD ("H") FOR THE MUSTER,    *
001200* CARRYING ITS START DATE/TIME AND KIND, FOLLOWED BY ONE     *
001300* PERSON RECORD ("P") FOR EVERY GUEST, DELIVERY AND          *
001400* CONTRACTOR ON SITE AT THAT MOMENT. THE START DATE/TIME ON  *
001500* EVERY RECORD IDENTIFIES THE MUSTER; THE MARKS MARSHALS     *
001600* RECORD AGAINST IT GO TO THE SEPARATE MUSTMARK FILE         *
001700* (MUSTMARK.CPY) SO THIS FILE IS NOT CHANGED ONCE TAKEN,     *
001750* EXCEPT THAT A PRIVREQ ERASURE BLANKS A PERSON'S NAME/ID.   *
001800* NAME, DEPARTMENT AND SITE ARE SPACES ON THE HEADER.        *
001900* FIXED LENGTH, 90 CHARACTERS.                               *
002000*-----------------------------------------------------------*
002100 01  MUSTER-RECORD.
002200     05  MU-REC-TYPE         PIC X(01).
002300         88  MU-HEADER               VALUE "H".
002400         88  MU-PERSON               VALUE "P".
002500     05  MU-START-DATE       PIC 9(08).
002600     05  MU-START-TIME       PIC 9(06).
002700     05  MU-KIND             PIC X(01).
002800         88  MU-DRILL                VALUE "D".
002900         88  MU-INCIDENT             VALUE "I".
003000     05  MU-SITE-CODE        PIC X(02).
003100     05  MU-NAME             PIC X(30).
003200     05  MU-ID               PIC X(10).
003300     05  MU-DEPARTMENT       PIC X(20).
003400     05  MU-TYPE             PIC X(01).
003500         88  MU-GUEST                VALUE "G".
003600         88  MU-DELIVERY             VALUE "D".
003700         88  MU-CONTRACTOR           VALUE "C".
003800     05  MU-TIME-IN          PIC 9(06).
003900     05  MU-FILLER           PIC X(05).
