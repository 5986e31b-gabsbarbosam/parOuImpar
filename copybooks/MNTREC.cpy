001100*    MODIFICATION HISTORY
001200*    DATE       INIT  DESCRIPTION
001300*    02/09/2026 GB    INITIAL COPYBOOK.
001310*    15/10/2026 GB    ADDED MNT-OPERADOR - THE OPERATOR RUNNING
001320*                     THE FUNCTION, CHECKED AGAINST OPRFILE BY
001330*                     OPRAUT BEFORE A PURGE ("PU") OR A REBUILD
001340*                     ("RB").
001400******************************************************************
001500 01  MNT-RECORD.
001600     05  MNT-FUNCAO          PIC X(02).
001900         88  MNT-RECONSTRUIR         VALUE "RB".
002000     05  FILLER              PIC X(01).
002100     05  MNT-IDADE-DIAS      PIC 9(05).
002200     05  FILLER              PIC X(01).
002300     05  MNT-OPERADOR        PIC X(08).
