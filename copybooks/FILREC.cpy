000600*               THE BRANCH NAME FOR THE REPORT SUBTOTALS AND THE
000700*               EXPECTED-DAILY FLAG USED BY THE SUBMISSION-
000800*               COMPLETENESS SECTION TO LIST REGISTERED BRANCHES
000900*               THAT DID NOT SUBMIT TODAY.  FIL-DIGITO-VERIF
000910*               NAMES THE CHECK-DIGIT SCHEME THE BRANCH NUMBERS
000920*               ITS TICKETS WITH - THE LAST DIGIT OF THE VALUE
000930*               IS THE CHECK DIGIT OVER THE DIGITS BEFORE IT:
000940*                 SPACES/"00" - NO CHECK DIGIT;
000950*                 "11" - MODULUS 11, WEIGHTS 2 TO 9 FROM THE
000960*                        RIGHT, REPEATING; DIGIT IS 11 MINUS THE
000970*                        REMAINDER, 10 AND 11 BECOMING 0;
000980*                 "10" - MODULUS 10 (LUHN), EVERY SECOND DIGIT
000990*                        FROM THE RIGHT DOUBLED (LESS 9 ABOVE 9);
000995*                        DIGIT COMPLETES THE SUM TO A MULTIPLE
000997*                        OF 10.
001000*------------------------------------------------------------------
001100*    MODIFICATION HISTORY
001200*    DATE       INIT  DESCRIPTION
001300*    02/09/2026 GB    INITIAL COPYBOOK.
001350*    15/10/2026 GB    ADDED FIL-DIGITO-VERIF - PER-BRANCH CHECK-
001360*                     DIGIT SCHEME VALIDATED BY IMPAROUPAR.
001400******************************************************************
001500 01  FIL-RECORD.
001600     05  FIL-CODIGO          PIC X(04).
001900     05  FILLER              PIC X(01).
002000     05  FIL-DIARIA          PIC X(01).
002100         88  FIL-ESPERADA-DIARIA     VALUE "S".
002200     05  FILLER              PIC X(01).
002300     05  FIL-DIGITO-VERIF    PIC X(02).
002400         88  FIL-DV-NENHUM           VALUE SPACES "00".
002500         88  FIL-DV-MODULO-11        VALUE "11".
002600         88  FIL-DV-MODULO-10        VALUE "10".
