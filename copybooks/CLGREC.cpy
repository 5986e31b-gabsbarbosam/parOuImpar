000100******************************************************************
000200*    COPYBOOK:  CLGREC
000300*    PURPOSE :  BATCH-CYCLE STEP LOG (CICLOG) - ONE LINE APPENDED
000400*               BY THE CICLO DRIVER FOR EVERY STEP IT RUNS OR
000500*               PASSES OVER: CYCLE DATE, DRIVER JOB ID, STEP
000600*               NUMBER AND PROGRAM, START AND END DATE/TIME, THE
000700*               STEP'S RETURN CODE AND THE OUTCOME.  OUTCOME
000800*               "CONCLUIDO" (RETURN CODE WITHIN THE STEP'S LIMIT),
000900*               "FALHOU" (CYCLE STOPPED HERE), "SALTADO" (WEEK-END
001000*               STEP ON ANOTHER DAY), "RETOMADO" (STEP ALREADY
001100*               FINISHED BEFORE THE RESTART - NOT RUN AGAIN).
001200*------------------------------------------------------------------
001300*    MODIFICATION HISTORY
001400*    DATE       INIT  DESCRIPTION
001500*    15/10/2026 GB    INITIAL COPYBOOK.
001600******************************************************************
001700 01  CLG-RECORD.
001800     05  CLG-DATA-CICLO      PIC 9(08).
001900     05  FILLER              PIC X(01).
002000     05  CLG-JOB-ID          PIC X(08).
002100     05  FILLER              PIC X(01).
002200     05  CLG-PASSO           PIC 9(02).
002300     05  FILLER              PIC X(01).
002400     05  CLG-PROGRAMA        PIC X(10).
002500     05  FILLER              PIC X(01).
002600     05  CLG-DATA-INICIO     PIC 9(08).
002700     05  FILLER              PIC X(01).
002800     05  CLG-HORA-INICIO     PIC 9(08).
002900     05  FILLER              PIC X(01).
003000     05  CLG-DATA-FIM        PIC 9(08).
003100     05  FILLER              PIC X(01).
003200     05  CLG-HORA-FIM        PIC 9(08).
003300     05  FILLER              PIC X(01).
003400     05  CLG-RC              PIC 9(04).
003500     05  FILLER              PIC X(01).
003600     05  CLG-SITUACAO        PIC X(10).
003700         88  CLG-CONCLUIDO           VALUE "CONCLUIDO".
003800         88  CLG-FALHOU              VALUE "FALHOU".
003900         88  CLG-SALTADO             VALUE "SALTADO".
004000         88  CLG-RETOMADO            VALUE "RETOMADO".
