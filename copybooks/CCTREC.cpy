000100******************************************************************
000200*    COPYBOOK:  CCTREC
000300*    PURPOSE :  CYCLE RESTART CONTROL (CICCTL) - ONE RECORD,
000400*               REWRITTEN BY THE CICLO DRIVER AFTER EVERY STEP.
000500*               STATUS "A" ANDAMENTO (CYCLE RUNNING OR CUT OFF),
000600*               "F" FALHOU (A STEP ENDED ABOVE ITS ALLOWED RETURN
000700*               CODE), "C" CONCLUIDO.  WHILE THE STATUS IS NOT
000800*               CONCLUIDO A RESUBMITTED DRIVER KEEPS THE SAME
000900*               CYCLE DATE AND WEEKDAY AND RESUMES AFTER
001000*               CCT-ULTIMO-PASSO, SO THE STEPS THAT ALREADY
001100*               FINISHED ARE NOT RUN AGAIN.  EMPTYING CICCTL
001200*               FORCES A NEW CYCLE FROM THE FIRST STEP.
001300*------------------------------------------------------------------
001400*    MODIFICATION HISTORY
001500*    DATE       INIT  DESCRIPTION
001600*    15/10/2026 GB    INITIAL COPYBOOK.
001700******************************************************************
001800 01  CCT-RECORD.
001900     05  CCT-DATA-CICLO      PIC 9(08).
002000     05  FILLER              PIC X(01).
002100     05  CCT-DIA-SEMANA      PIC 9(01).
002200     05  FILLER              PIC X(01).
002300     05  CCT-STATUS          PIC X(01).
002400         88  CCT-ANDAMENTO           VALUE "A".
002500         88  CCT-FALHOU              VALUE "F".
002600         88  CCT-CONCLUIDO           VALUE "C".
002700     05  FILLER              PIC X(01).
002800     05  CCT-ULTIMO-PASSO    PIC 9(02).
002900     05  FILLER              PIC X(01).
003000     05  CCT-PASSO-FALHO     PIC 9(02).
003100     05  FILLER              PIC X(01).
003200     05  CCT-RC-FALHO        PIC 9(04).
003300     05  FILLER              PIC X(01).
003400     05  CCT-DATA-ATUALIZACAO PIC 9(08).
003500     05  FILLER              PIC X(01).
003600     05  CCT-HORA-ATUALIZACAO PIC 9(08).
003700     05  FILLER              PIC X(01).
003800     05  CCT-JOB-ID          PIC X(08).
