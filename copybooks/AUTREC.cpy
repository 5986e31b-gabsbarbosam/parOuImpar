000100******************************************************************
000200*    COPYBOOK:  AUTREC
000300*    PURPOSE :  CALL AREA FOR THE OPRAUT SUBPROGRAM, SHARED BY THE
000400*               MAINTENANCE UTILITIES (RUNCTLM, SUSMNT, MSTMNT,
000500*               AUDARCH, FECHMES, ESTORNO).  AUT-OPERACAO "V"
000600*               CHECKS AUT-OPERADOR AGAINST OPRFILE FOR
000700*               AUT-PROGRAMA/AUT-FUNCAO AND, WHEN THE OPERATOR HAS
000800*               NO GRANT, JOURNALS THE REFUSAL ITSELF; "J" APPENDS
000900*               ONE JRNFILE LINE WITH THE TARGET, COMPLEMENT,
001000*               COUNT AND OUTCOME THE CALLER FILLED IN.
001100*               AUT-RETORNO COMES BACK "00" AUTHORIZED/JOURNALED,
001200*               "04" NOT AUTHORIZED, "08" OPRFILE MISSING OR
001300*               UNREADABLE (ALSO A REFUSAL), "12" THE JOURNAL
001350*               COULD NOT BE WRITTEN.
001400*------------------------------------------------------------------
001500*    MODIFICATION HISTORY
001600*    DATE       INIT  DESCRIPTION
001700*    15/10/2026 GB    INITIAL COPYBOOK.
001750*    15/10/2026 GB    FECHMES ADDED TO THE CALLING UTILITIES.
001775*    15/10/2026 GB    ESTORNO ADDED TO THE CALLING UTILITIES.
001800******************************************************************
001900 01  AUT-AREA.
002000     05  AUT-OPERACAO        PIC X(01).
002100         88  AUT-VERIFICAR           VALUE "V".
002200         88  AUT-REGISTRAR           VALUE "J".
002300     05  AUT-OPERADOR        PIC X(08).
002400     05  AUT-PROGRAMA        PIC X(08).
002500     05  AUT-FUNCAO          PIC X(02).
002600     05  AUT-ALVO            PIC X(20).
002700     05  AUT-COMPLEMENTO     PIC X(20).
002800     05  AUT-QTD             PIC 9(09).
002900     05  AUT-RESULTADO       PIC X(10).
003000     05  AUT-JOB-ID          PIC X(08).
003100     05  AUT-RETORNO         PIC X(02).
003200         88  AUT-AUTORIZADO          VALUE "00".
003300         88  AUT-NAO-AUTORIZADO      VALUE "04".
003400         88  AUT-SEM-TABELA          VALUE "08".
003500         88  AUT-ERRO-DIARIO         VALUE "12".
