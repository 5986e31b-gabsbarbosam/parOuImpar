000100******************************************************************
000200*    COPYBOOK:  RTPREC
000300*    PURPOSE :  OPTIONAL PARAMETER RECORD (RATPARM) FOR THE RATEIO
000400*               MONTHLY CHARGEBACK - THE MONTH TO CHARGE (YYYYMM).
000500*               ZERO, NOT NUMERIC OR AN ABSENT RATPARM MEANS THE
000600*               MONTH BEFORE THE SYSTEM DATE.
000700*------------------------------------------------------------------
000800*    MODIFICATION HISTORY
000900*    DATE       INIT  DESCRIPTION
001000*    15/10/2026 GB    INITIAL COPYBOOK.
001100******************************************************************
001200 01  RTP-RECORD.
001300     05  RTP-ANO-MES         PIC 9(06).
