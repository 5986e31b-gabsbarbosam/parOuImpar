000100******************************************************************
000200*    COPYBOOK:  CICREC
000300*    PURPOSE :  DAILY BATCH-CYCLE DEFINITION (CICDEF) READ BY THE
000400*               CICLO DRIVER.  ONE OPTIONAL HEADER (H) - THE
000500*               CYCLE DATE (ZERO MEANS THE CURRENT SYSTEM DATE)
000600*               AND THE WEEKDAY THAT COUNTS AS WEEK END (1 =
000700*               MONDAY ... 7 = SUNDAY, DEFAULT 5 FRIDAY) - THEN
000800*               ONE STEP RECORD (S) PER STEP IN ASCENDING STEP
000900*               NUMBER ORDER, EACH FOLLOWED BY THE PARAMETER
001000*               RECORDS (P) TO BE WRITTEN TO THAT STEP'S
001100*               PARAMETER DATASET BEFORE IT RUNS.  A STEP WITH A
001200*               BLANK PARAMETER DATASET IS RUN WITHOUT ONE.
001300*               CIC-PAS-RC-MAXIMO IS THE HIGHEST RETURN CODE
001400*               THAT LETS THE CYCLE GO ON TO THE NEXT STEP
001500*               (NOT NUMERIC MEANS 04).  FREQUENCY "S" RUNS THE
001600*               STEP ONLY ON THE WEEK-END DAY; "D" OR BLANK
001700*               RUNS IT EVERY DAY.
001800*------------------------------------------------------------------
001900*    MODIFICATION HISTORY
002000*    DATE       INIT  DESCRIPTION
002100*    15/10/2026 GB    INITIAL COPYBOOK.
002200******************************************************************
002300 01  CIC-RECORD.
002400     05  CIC-TIPO-REG        PIC X(01).
002500         88  CIC-CABECALHO           VALUE "H".
002600         88  CIC-PASSO               VALUE "S".
002700         88  CIC-PARAMETRO           VALUE "P".
002800     05  CIC-DADOS           PIC X(99).
002900     05  CIC-DADOS-HDR REDEFINES CIC-DADOS.
003000         10  CIC-HDR-DATA        PIC 9(08).
003100         10  FILLER              PIC X(01).
003200         10  CIC-HDR-DIA-FIM-SEMANA PIC 9(01).
003300         10  FILLER              PIC X(89).
003400     05  CIC-DADOS-PAS REDEFINES CIC-DADOS.
003500         10  CIC-PAS-NUMERO      PIC 9(02).
003600         10  FILLER              PIC X(01).
003700         10  CIC-PAS-PROGRAMA    PIC X(10).
003800         10  FILLER              PIC X(01).
003900         10  CIC-PAS-ARQ-PARM    PIC X(08).
004000         10  FILLER              PIC X(01).
004100         10  CIC-PAS-RC-MAXIMO   PIC 9(02).
004200         10  FILLER              PIC X(01).
004300         10  CIC-PAS-FREQUENCIA  PIC X(01).
004400             88  CIC-PAS-DIARIO          VALUE "D" SPACE.
004500             88  CIC-PAS-SEMANAL         VALUE "S".
004600         10  FILLER              PIC X(01).
004700         10  CIC-PAS-COMANDO     PIC X(60).
004800         10  FILLER              PIC X(11).
004900     05  CIC-DADOS-PRM REDEFINES CIC-DADOS.
005000         10  CIC-PRM-REGISTRO    PIC X(80).
005100         10  FILLER              PIC X(19).
