000225*                  EXECUTION RECORD, FALLING BACK TO
000225*                  HST-DATA-INICIO FOR RECORDS WRITTEN BEFORE
000225*                  THE RUN CONTROL EXISTED.
000225* 15/10/2026 GB    EXECUTIONS REVERSED BY ESTORNO (HST-ESTORNADA)
000225*                  ARE NO LONGER TABLED - THEIR AUDIT LINES,
000225*                  EXTRACT AND REJECTS HAVE BEEN WITHDRAWN.
000226* 15/10/2026 GB    8200-BALANCAR-REJEITOS ALSO BALANCES THE
000227*                  CHECK-DIGIT REJECTS ON THEIR OWN - REJFILE
000228*                  RECORDS WITH REJ-CODIGO "04" AGAINST THE DAY'S
000229*                  HST-QTD-REJ-DV (BLANK ON EXECUTIONS RECORDED
000229*                  BEFORE THE CHECK EXISTED, COUNTED AS ZERO).
000230******************************************************************
000240 IDENTIFICATION DIVISION.
000250 PROGRAM-ID. DAYEND.
000980 77  WS-QTD-EXT-ORFAOS       PIC 9(09) COMP VALUE ZERO.
000990 77  WS-QTD-REJFILE          PIC 9(09) COMP VALUE ZERO.
001000 77  WS-TOT-REJ-HST          PIC 9(09) COMP VALUE ZERO.
001003 77  WS-QTD-REJFILE-DV       PIC 9(09) COMP VALUE ZERO.
001006 77  WS-TOT-REJ-DV-HST       PIC 9(09) COMP VALUE ZERO.
001010 77  WS-ESPERADO             PIC 9(09) COMP VALUE ZERO.
001020 77  WS-QTD-ED               PIC Z(8)9.
001030 77  WS-QTD-ED2              PIC Z(8)9.
001900 2000-EXIT.
001910     EXIT.
001920******************************************************************
001930*    2100-CARREGAR-UMA - TABLE ONE EXECUTION RECORD OF THE DAY - *
001932*                        REVERSED EXECUTIONS ARE SKIPPED         *
001940******************************************************************
001950 2100-CARREGAR-UMA.
001960     READ HISTORIA-FILE
001980             MOVE "Y" TO WS-EOF-SWITCH
001990             GO TO 2100-EXIT
002000     END-READ.
002010     IF NOT HST-EXECUCAO OR HST-ESTORNADA
002020         GO TO 2100-EXIT
002030     END-IF.
002040     IF HST-DATA-NEGOCIO NUMERIC
002290         + HST-QTD-PAR + HST-QTD-IMPAR.
002300     ADD HST-QTD-REJEITADOS TO WS-JOB-TAB-REJ (WS-JOB-IDX).
002310     ADD HST-QTD-REJEITADOS TO WS-TOT-REJ-HST.
002312     IF HST-QTD-REJ-DV NUMERIC
002315         ADD HST-QTD-REJ-DV TO WS-TOT-REJ-DV-HST
002317     END-IF.
002320 2100-EXIT.
002330     EXIT.
002340******************************************************************
003560 5000-EXIT.
003570     EXIT.
003580******************************************************************
003590*    5100-CONTAR-UM-REJ - COUNT ONE REJFILE RECORD, AND THE      *
003595*                         CHECK-DIGIT REJECTS ON THEIR OWN       *
003600******************************************************************
003610 5100-CONTAR-UM-REJ.
003620     READ REJECT-FILE
003640             MOVE "Y" TO WS-EOF-SWITCH
003650         NOT AT END
003660             ADD 1 TO WS-QTD-REJFILE
003662             IF REJ-DIGITO-INVALIDO
003665                 ADD 1 TO WS-QTD-REJFILE-DV
003667             END-IF
003670     END-READ.
003680 5100-EXIT.
003690     EXIT.
004720     EXIT.
004730******************************************************************
004740*    8200-BALANCAR-REJEITOS - REJFILE COUNT AGAINST THE DAY'S    *
004750*                             HST-QTD-REJEITADOS, THEN THE       *
004753*                             CHECK-DIGIT REJECTS (REJ-CODIGO    *
004756*                             "04") AGAINST HST-QTD-REJ-DV       *
004760******************************************************************
004770 8200-BALANCAR-REJEITOS.
004780     MOVE WS-QTD-REJFILE TO WS-QTD-ED.
004950             INTO RPT-LINE
004960     END-IF.
004970     WRITE RPT-RECORD.
004971     MOVE WS-QTD-REJFILE-DV TO WS-QTD-ED.
004972     MOVE WS-TOT-REJ-DV-HST TO WS-QTD-ED2.
004973     MOVE SPACES TO RPT-RECORD.
004974     IF WS-QTD-REJFILE-DV = WS-TOT-REJ-DV-HST
004975         STRING "  DIGITO VERIFICADOR (04): REJFILE "
004976                 DELIMITED BY SIZE
004977             WS-QTD-ED DELIMITED BY SIZE
004978             "  HISTORICO " DELIMITED BY SIZE
004979             WS-QTD-ED2 DELIMITED BY SIZE
004979             "  OK" DELIMITED BY SIZE
004979             INTO RPT-LINE
004979     ELSE
004979         MOVE "Y" TO WS-DIVERGENCIA-SWITCH
004979         STRING "  DIGITO VERIFICADOR (04): REJFILE "
004979                 DELIMITED BY SIZE
004979             WS-QTD-ED DELIMITED BY SIZE
004979             "  HISTORICO " DELIMITED BY SIZE
004979             WS-QTD-ED2 DELIMITED BY SIZE
004979             "  DIVERGENTE" DELIMITED BY SIZE
004979             INTO RPT-LINE
004979     END-IF.
004979     WRITE RPT-RECORD.
004980 8200-EXIT.
004990     EXIT.
005000******************************************************************
