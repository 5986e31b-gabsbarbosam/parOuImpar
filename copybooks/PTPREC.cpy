000100******************************************************************
000200*    COPYBOOK:  PTPREC
000300*    PURPOSE :  OPTIONAL PARAMETER RECORD (PRTPARM) FOR THE
000400*               PARTICAO SPLIT OF THE MULTI-SOURCE NUMFILE:
000500*               PTP-QTD-PARTICOES  PARTITIONS WANTED, 1 TO 9 -
000600*                                  ZERO, NOT NUMERIC OR AN ABSENT
000700*                                  PRTPARM MEANS 4.  NEVER MORE
000800*                                  PARTITIONS ARE CUT THAN THERE
000900*                                  ARE BRANCHES ON NUMFILE.
001000*               PTP-FORCAR         "S" SPLITS AGAIN OVER A
001100*                                  PARTITIONED RUN THAT WAS NEVER
001200*                                  CONSOLIDATED, DISCARDING ITS
001300*                                  PARTITION CHECKPOINTS.
001400*------------------------------------------------------------------
001500*    MODIFICATION HISTORY
001600*    DATE       INIT  DESCRIPTION
001700*    15/10/2026 GB    INITIAL COPYBOOK.
001800******************************************************************
001900 01  PTP-RECORD.
002000     05  PTP-QTD-PARTICOES   PIC 9(01).
002100     05  FILLER              PIC X(01).
002200     05  PTP-FORCAR          PIC X(01).
002300         88  PTP-FORCAR-DIVISAO      VALUE "S".
