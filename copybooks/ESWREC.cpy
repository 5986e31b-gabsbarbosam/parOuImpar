000100******************************************************************
000200*    COPYBOOK:  ESWREC
000300*    PURPOSE :  KEYED WORK RECORD FOR THE ESTORNO BACKOUT UTILITY
000400*               (ESTWORK) - ONE ENTRY PER NUMBER THE REVERSED JOB
000500*               TOUCHED, KEYED LIKE MST-CHAVE/XRF-CHAVE.  CARRIES
000600*               THE JOB'S AUDIT LINES AND QUARANTINED ARRIVALS
000700*               FOR THE NUMBER, THE MASTER CONTEXT THE FIRST
000800*               QUARANTINE RECORD PRESERVED, AND THE COUNT AND
000900*               FIRST/LAST APPEARANCE STILL LEFT IN THE AUDIT
001000*               GENERATION ONCE THE JOB'S LINES ARE TAKEN OUT -
001100*               EVERYTHING NEEDED TO WIND MSTFILE AND XREFFILE
001200*               BACK.  REBUILT EMPTY ON EVERY ESTORNO RUN.
001300*------------------------------------------------------------------
001400*    MODIFICATION HISTORY
001500*    DATE       INIT  DESCRIPTION
001600*    15/10/2026 GB    INITIAL COPYBOOK.
001700******************************************************************
001800 01  ESW-RECORD.
001900     05  ESW-CHAVE           PIC X(19).
002000     05  ESW-QTD-ESTORNADA   PIC 9(09).
002100     05  ESW-QTD-QUARENTENA  PIC 9(09).
002200     05  ESW-DATA-JOB        PIC 9(08).
002300     05  ESW-CONTEXTO        PIC X(01).
002400         88  ESW-TEM-CONTEXTO        VALUE "Y".
002500     05  ESW-CTX-ULTIMA-DATA PIC 9(08).
002600     05  ESW-CTX-OCORRENCIAS PIC 9(09).
002700     05  ESW-QTD-RESTANTE    PIC 9(09).
002800     05  ESW-PRIMEIRA-DATA   PIC 9(08).
002900     05  ESW-PRIMEIRA-HORA   PIC 9(08).
003000     05  ESW-ULTIMA-DATA     PIC 9(08).
003100     05  ESW-ULTIMA-HORA     PIC 9(08).
003200     05  ESW-ULTIMO-JOB      PIC X(08).
003300     05  ESW-ULTIMO-RESULTADO PIC X(10).
