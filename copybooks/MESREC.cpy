000100******************************************************************
000200*    COPYBOOK:  MESREC
000300*    PURPOSE :  MONTHLY TOTALS RECORD (MESFILE, INDEXED) - ONE
000400*               RECORD PER CALENDAR MONTH (KEY YYYYMM), WRITTEN BY
000500*               THE FECHMES MONTH-END CLOSE FROM THE MONTH'S
000600*               HSTFILE EXECUTIONS (REVERSED ONES EXCLUDED), BY
000700*               BUSINESS DATE: BUSINESS DATES, EXECUTIONS, RECORDS
000800*               READ, PAR, IMPAR, REJECTED, QUARANTINED, DIVERGENT
000900*               RUNS AND RESTARTS.  MES-STATUS "F" MEANS THE MONTH
001000*               IS CLOSED - RUNCTLM WILL NOT OPEN OR REOPEN ITS
001100*               DATES, ESTORNO WILL NOT REVERSE A JOB OF IT AND
001200*               IMPAROUPAR WILL NOT RUN IT, NOT EVEN FORCED, UNTIL
001300*               A DELIBERATE PERIOD REOPEN (FECHMES "RM") SETS
001400*               "R".
001500*------------------------------------------------------------------
001600*    MODIFICATION HISTORY
001700*    DATE       INIT  DESCRIPTION
001800*    15/10/2026 GB    INITIAL COPYBOOK.
001900******************************************************************
002000 01  MES-RECORD.
002100     05  MES-CHAVE           PIC X(06).
002200     05  MES-CHAVE-R REDEFINES MES-CHAVE.
002300         10  MES-ANO         PIC 9(04).
002400         10  MES-MES         PIC 9(02).
002500     05  MES-STATUS          PIC X(01).
002600         88  MES-FECHADO             VALUE "F".
002700         88  MES-REABERTO            VALUE "R".
002800     05  MES-QTD-DIAS        PIC 9(04).
002900     05  MES-QTD-EXECUCOES   PIC 9(09).
003000     05  MES-QTD-LIDOS       PIC 9(09).
003100     05  MES-QTD-PAR         PIC 9(09).
003200     05  MES-QTD-IMPAR       PIC 9(09).
003300     05  MES-QTD-REJEITADOS  PIC 9(09).
003400     05  MES-QTD-QUARENTENA  PIC 9(09).
003500     05  MES-QTD-DIVERGENTES PIC 9(09).
003600     05  MES-QTD-REINICIOS   PIC 9(09).
003700     05  MES-DATA-FECHAMENTO PIC 9(08).
003800     05  MES-HORA-FECHAMENTO PIC 9(08).
003900     05  MES-JOB-ID          PIC X(08).
004000     05  MES-DATA-REABERTURA PIC 9(08).
004100     05  MES-HORA-REABERTURA PIC 9(08).
004200     05  MES-OPERADOR-REABERTURA PIC X(08).
