000100******************************************************************
000200*    COPYBOOK:  PTCREC
000300*    PURPOSE :  PARTITION CONTROL RECORD (PARTCTL) WRITTEN BY
000400*               PARTICAO WHEN IT SPLITS NUMFILE BY BRANCH, AND
000500*               READ BY EVERY IMPAROUPAR PARTITION STEP AND BY THE
000600*               CONSOLIDATION STEP.  RECORD TYPES:
000700*               J  ONE PER SPLIT - THE JOB ID, RUN DATE AND TIME
000800*                  THAT EVERY PARTITION STAMPS ON THE MASTER, THE
000900*                  CROSS-REFERENCE, THE TRAIL AND THE EXTRACT, SO
001000*                  THE PARTITIONS READ AS ONE JOB; THE NUMBER OF
001100*                  PARTITIONS CUT, SOURCES AND DETAIL RECORDS.
001200*               F  ONE PER NUMFILE SOURCE, IN NUMFILE ORDER - ITS
001300*                  SOURCE NUMBER IN THE WHOLE FILE, THE PARTITION
001400*                  IT WENT TO, ITS BRANCH CODE, THE HEADER'S
001500*                  EXPECTED COUNT AND THE RECORDS IT CARRIED.
001600*               EMPTIED BY THE CONSOLIDATION STEP ONCE THE
001700*               PARTITIONS ARE MERGED.
001800*------------------------------------------------------------------
001900*    MODIFICATION HISTORY
002000*    DATE       INIT  DESCRIPTION
002100*    15/10/2026 GB    INITIAL COPYBOOK.
002200******************************************************************
002300 01  PTC-RECORD.
002400     05  PTC-TIPO-REG        PIC X(01).
002500         88  PTC-JOB                 VALUE "J".
002600         88  PTC-FONTE-REG           VALUE "F".
002700     05  FILLER              PIC X(01).
002800     05  PTC-DADOS           PIC X(48).
002900     05  PTC-DADOS-JOB REDEFINES PTC-DADOS.
003000         10  PTC-JOB-ID          PIC X(08).
003100         10  FILLER              PIC X(01).
003200         10  PTC-DATA            PIC 9(08).
003300         10  FILLER              PIC X(01).
003400         10  PTC-HORA            PIC 9(08).
003500         10  FILLER              PIC X(01).
003600         10  PTC-QTD-PARTICOES   PIC 9(01).
003700         10  FILLER              PIC X(01).
003800         10  PTC-QTD-FONTES      PIC 9(04).
003900         10  FILLER              PIC X(01).
004000         10  PTC-QTD-DETALHES    PIC 9(09).
004100         10  FILLER              PIC X(05).
004200     05  PTC-DADOS-FONTE REDEFINES PTC-DADOS.
004300         10  PTC-FONTE           PIC 9(04).
004400         10  FILLER              PIC X(01).
004500         10  PTC-FON-PARTICAO    PIC 9(01).
004600         10  FILLER              PIC X(01).
004700         10  PTC-FILIAL          PIC X(04).
004800         10  FILLER              PIC X(01).
004900         10  PTC-QTD-ESPERADA    PIC 9(09).
005000         10  FILLER              PIC X(01).
005100         10  PTC-QTD-REGISTROS   PIC 9(09).
005200         10  FILLER              PIC X(17).
