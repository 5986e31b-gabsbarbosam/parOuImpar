000100******************************************************************
000200*    COPYBOOK:  TARREC
000300*    PURPOSE :  CHARGEBACK RATE TABLE RECORD (TARFILE) READ BY THE
000400*               RATEIO MONTHLY CHARGEBACK.  ONE LINE PER SET OF
000500*               RATES: TAR-VIGENCIA IS THE FIRST MONTH (YYYYMM)
000600*               THE RATES APPLY TO, AND THEY STAND UNTIL A LATER
000700*               LINE TAKES OVER.  TAR-FILIAL SPACES IS THE GENERAL
000800*               RATE FOR EVERY BRANCH; A LINE CARRYING A BRANCH
000900*               CODE IS THAT BRANCH'S OWN RATE AND, ONCE IN FORCE,
001000*               IS USED INSTEAD OF THE GENERAL LINES.
001100*               TAR-PRECO-CLASSIF    PRICE PER CLASSIFIED RECORD
001200*               TAR-PRECO-REJEITO    PRICE PER REJECTED RECORD
001300*               TAR-PRECO-QUARENTENA PRICE PER DUPLICATE SENT TO
001400*                                    QUARANTINE
001500*               TAR-PRECO-RECICLADO  PRICE PER RECYCLED RECORD, ON
001600*                                    TOP OF THE PRICE OF ITS
001700*                                    OUTCOME
001800*               TAR-MINIMO-MENSAL    LEAST A BRANCH WITH ACTIVITY
001900*                                    IN THE MONTH IS CHARGED
002000*               PRICES CARRY FOUR IMPLIED DECIMALS (0001500 IS
002100*               0.1500) AND THE MINIMUM TWO (000050000 IS 500.00).
002200*------------------------------------------------------------------
002300*    MODIFICATION HISTORY
002400*    DATE       INIT  DESCRIPTION
002500*    15/10/2026 GB    INITIAL COPYBOOK.
002600******************************************************************
002700 01  TAR-RECORD.
002800     05  TAR-VIGENCIA        PIC 9(06).
002900     05  FILLER              PIC X(01).
003000     05  TAR-FILIAL          PIC X(04).
003100     05  FILLER              PIC X(01).
003200     05  TAR-PRECO-CLASSIF   PIC 9(03)V9(04).
003300     05  FILLER              PIC X(01).
003400     05  TAR-PRECO-REJEITO   PIC 9(03)V9(04).
003500     05  FILLER              PIC X(01).
003600     05  TAR-PRECO-QUARENTENA PIC 9(03)V9(04).
003700     05  FILLER              PIC X(01).
003800     05  TAR-PRECO-RECICLADO PIC 9(03)V9(04).
003900     05  FILLER              PIC X(01).
004000     05  TAR-MINIMO-MENSAL   PIC 9(07)V99.
