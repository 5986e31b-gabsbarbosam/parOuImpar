000100******************************************************************
000200*    COPYBOOK:  HWMREC
000300*    PURPOSE :  TICKET-SEQUENCE HIGH-WATER MARK (HWMFILE, INDEXED)
000400*               - ONE RECORD PER BRANCH, KEYED ON THE BRANCH CODE
000500*               CARRIED ON THE NUMFILE HEADER (NUM-FILIAL),
000600*               HOLDING THE HIGHEST TICKET NUMBER ACCEPTED FOR
000700*               THAT BRANCH SO FAR - LESS ITS TRAILING CHECK
000710*               DIGIT WHEN FILFILE GIVES THE BRANCH A CHECK-DIGIT
000720*               SCHEME (FIL-DIGITO-VERIF).  MAINTAINED BY
000730*               IMPAROUPAR: A NUMBER ABOVE THE MARK PLUS ONE
000800*               OPENS A GAP (MISSING TICKETS), A NUMBER AT OR
000900*               BELOW THE MARK ARRIVED OUT OF SEQUENCE OR
001000*               BACKDATED.  THE MARK AS IT STOOD BEFORE THE LAST
001100*               JOB THAT MOVED IT (HWM-MARCA-ANTERIOR, FOR THE JOB
001200*               AND BUSINESS DATE ON THE RECORD) LETS THE ESTORNO
001300*               BACKOUT UTILITY PUT IT BACK; HWM-TEM-ANTERIOR "N"
001400*               MEANS THAT JOB CREATED THE RECORD.
001600*------------------------------------------------------------------
001700*    MODIFICATION HISTORY
001800*    DATE       INIT  DESCRIPTION
001900*    15/10/2026 GB    INITIAL COPYBOOK.
002000******************************************************************
002100 01  HWM-RECORD.
002200     05  HWM-FILIAL          PIC X(04).
002300     05  HWM-ULTIMO-NUMERO   PIC S9(18)
002400                             SIGN LEADING SEPARATE CHARACTER.
002500     05  HWM-DATA-NEGOCIO    PIC 9(08).
002600     05  HWM-JOB-ID          PIC X(08).
002700     05  HWM-DATA-ATUALIZACAO PIC 9(08).
002800     05  HWM-HORA-ATUALIZACAO PIC 9(08).
002900     05  HWM-MARCA-ANTERIOR  PIC S9(18)
003000                             SIGN LEADING SEPARATE CHARACTER.
003100     05  HWM-TEM-ANTERIOR    PIC X(01).
003200         88  HWM-HAVIA-MARCA         VALUE "S".
