000100******************************************************************
000200*    COPYBOOK:  ANPREC
000300*    PURPOSE :  OPTIONAL PARAMETER RECORD (ANMPARM) FOR THE
000400*               ANOMALIA BASELINE COMPARISON.  ANY FIELD LEFT ZERO
000500*               OR NOT NUMERIC, OR AN ABSENT ANMPARM, TAKES THE
000600*               SHOP DEFAULT SHOWN:
000700*               ANP-DATA-NEGOCIO  BUSINESS DATE TO EXAMINE - THE
000800*                                 LATEST DATE ON STSFILE
000900*               ANP-DIAS-BASE     BUSINESS DATES IN THE TRAILING
001000*                                 BASELINE - 20 (AT MOST 30)
001100*               ANP-MIN-DIAS      FEWEST BASELINE DATES A BRANCH
001200*                                 NEEDS TO BE JUDGED - 5
001300*               ANP-TOL-VOLUME    VOLUME TOLERANCE, PERCENT ABOVE
001400*                                 OR BELOW THE BASELINE AVERAGE
001500*                                 - 50
001600*               ANP-TOL-QUI       CHI-SQUARE LIMIT FOR THE
001700*                                 LAST-DIGIT SPREAD, 9 DEGREES OF
001800*                                 FREEDOM - 21.67 (1 PERCENT)
001900*               ANP-TOL-REJEICAO  REJECT-RATE TOLERANCE IN
002000*                                 PERCENTAGE POINTS - 5.00
002100*               ANP-MIN-VOLUME    FEWEST VALUES CLASSIFIED TODAY
002200*                                 BEFORE THE DIGIT SPREAD IS
002300*                                 TESTED - 30
002400*               THE TWO DECIMAL FIELDS CARRY AN IMPLIED DECIMAL
002500*               POINT (02167 IS 21.67).
002600*------------------------------------------------------------------
002700*    MODIFICATION HISTORY
002800*    DATE       INIT  DESCRIPTION
002900*    15/10/2026 GB    INITIAL COPYBOOK.
003000******************************************************************
003100 01  ANP-RECORD.
003200     05  ANP-DATA-NEGOCIO    PIC 9(08).
003300     05  FILLER              PIC X(01).
003400     05  ANP-DIAS-BASE       PIC 9(02).
003500     05  FILLER              PIC X(01).
003600     05  ANP-MIN-DIAS        PIC 9(02).
003700     05  FILLER              PIC X(01).
003800     05  ANP-TOL-VOLUME      PIC 9(03).
003900     05  FILLER              PIC X(01).
004000     05  ANP-TOL-QUI         PIC 9(03)V99.
004100     05  FILLER              PIC X(01).
004200     05  ANP-TOL-REJEICAO    PIC 9(03)V99.
004300     05  FILLER              PIC X(01).
004400     05  ANP-MIN-VOLUME      PIC 9(05).
