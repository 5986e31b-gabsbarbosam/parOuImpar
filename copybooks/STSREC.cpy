000100******************************************************************
000200*    COPYBOOK:  STSREC
000300*    PURPOSE :  PER-BRANCH RUN STATISTICS RECORD (STSFILE)
000400*               APPENDED BY IMPAROUPAR AT THE END OF EVERY LIVE
000500*               RUN - ONE RECORD PER SUBMITTING BRANCH, SUMMED
000600*               OVER THE BRANCH'S SOURCES IN THE RUN: VOLUME
000700*               RECEIVED, THE PART A RESTARTED RUN HAD ALREADY
000800*               PROCESSED BEFORE THE CHECKPOINT (REINICIO), PAR,
000900*               IMPAR, REJECTED AND QUARANTINED COUNTS, THE PAR
001000*               SHARE OF THE CLASSIFIED VALUES AND THE REJECT
001100*               RATE (BOTH PERCENT), AND THE LAST-DIGIT
001200*               DISTRIBUTION OF THE CLASSIFIED VALUES
001300*               (STS-QTD-DIGITO (1) IS DIGIT 0).  THE REJECT RATE
001400*               AND THE DIGITS COVER ONLY WHAT THIS RUN PROCESSED.
001500*               READ BY THE ANOMALIA BASELINE COMPARISON.
001510*               STS-QTD-RECICLADOS COUNTS THE DETAILS THAT CAME
001520*               BACK THROUGH REJRCYC (ATTEMPT COUNTER SET); IT IS
001530*               SPACES ON RECORDS WRITTEN BEFORE IT WAS ADDED.
001540*               READ BY THE RATEIO MONTHLY CHARGEBACK.
001600*------------------------------------------------------------------
001700*    MODIFICATION HISTORY
001800*    DATE       INIT  DESCRIPTION
001900*    15/10/2026 GB    INITIAL COPYBOOK.
001910*    15/10/2026 GB    ADDED STS-QTD-RECICLADOS.
002000******************************************************************
002100 01  STS-RECORD.
002200     05  STS-DATA-NEGOCIO    PIC 9(08).
002300     05  FILLER              PIC X(01).
002400     05  STS-JOB-ID          PIC X(08).
002500     05  FILLER              PIC X(01).
002600     05  STS-DATA            PIC 9(08).
002700     05  FILLER              PIC X(01).
002800     05  STS-HORA            PIC 9(08).
002900     05  FILLER              PIC X(01).
003000     05  STS-FILIAL          PIC X(04).
003100     05  FILLER              PIC X(01).
003200     05  STS-NOME            PIC X(30).
003300     05  FILLER              PIC X(01).
003400     05  STS-QTD-RECEBIDOS   PIC 9(09).
003500     05  FILLER              PIC X(01).
003600     05  STS-QTD-REINICIO    PIC 9(09).
003700     05  FILLER              PIC X(01).
003800     05  STS-QTD-PAR         PIC 9(09).
003900     05  FILLER              PIC X(01).
004000     05  STS-QTD-IMPAR       PIC 9(09).
004100     05  FILLER              PIC X(01).
004200     05  STS-QTD-REJEITADOS  PIC 9(09).
004300     05  FILLER              PIC X(01).
004400     05  STS-QTD-QUARENTENA  PIC 9(09).
004500     05  FILLER              PIC X(01).
004600     05  STS-PERC-PAR        PIC 9(03)V99.
004700     05  FILLER              PIC X(01).
004800     05  STS-TAXA-REJEICAO   PIC 9(03)V99.
004900     05  FILLER              PIC X(01).
005000     05  STS-QTD-DIGITO      PIC 9(09) OCCURS 10 TIMES.
005100     05  FILLER              PIC X(01).
005200     05  STS-QTD-RECICLADOS  PIC 9(09).
