001100*    MODIFICATION HISTORY
001200*    DATE       INIT  DESCRIPTION
001300*    02/09/2026 GB    INITIAL COPYBOOK.
001310*    15/10/2026 GB    ADDED SUP-OPERADOR - THE OPERATOR RUNNING
001320*                     THE FUNCTION, CHECKED AGAINST OPRFILE BY
001330*                     OPRAUT BEFORE A WRITE-OFF ("BX").
001400******************************************************************
001500 01  SUP-RECORD.
001600     05  SUP-FUNCAO          PIC X(02).
001700         88  SUP-LIBERAR             VALUE "LB".
001800         88  SUP-BAIXAR              VALUE "BX".
001900         88  SUP-ENVELHECIMENTO      VALUE "AG".
002000     05  FILLER              PIC X(01).
002100     05  SUP-OPERADOR        PIC X(08).
