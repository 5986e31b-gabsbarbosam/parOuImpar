000010******************************************************************
000020* AUTHOR.      GABRIELA BARBOSA.
000030* INSTALLATION. CPD - CENTRO DE PROCESSAMENTO DE DADOS.
000040* DATE-WRITTEN. 15/10/2026.
000050* DATE-COMPILED.
000060* PURPOSE.     OPERATOR AUTHORIZATION AND MAINTENANCE JOURNAL
000070*              SUBPROGRAM, CALLED BY THE MAINTENANCE UTILITIES
000080*              (RUNCTLM, SUSMNT, MSTMNT, AUDARCH, FECHMES,
000085*              ESTORNO) AROUND THEIR PROTECTED FUNCTIONS SO THE
000090*              CHECK AND THE JOURNAL ONLY LIVE IN ONE PLACE.
000100*              OPERATION "V" LOOKS THE OPERATOR ON THE PARAMETER
000110*              RECORD UP IN THE AUTHORIZATION FILE (OPRFILE, SEE
000120*              OPRREC) FOR THE CALLING PROGRAM AND FUNCTION; A
000130*              MISSING GRANT, AN EXPIRED GRANT, A BLANK OPERATOR
000140*              OR A MISSING OPRFILE ALL REFUSE THE RUN, AND THE
000150*              REFUSAL IS JOURNALED HERE.  OPERATION "J" APPENDS
000160*              ONE LINE TO THE SHARED MAINTENANCE JOURNAL
000170*              (JRNFILE, SEE JRNREC) WITH THE OUTCOME THE CALLER
000180*              REPORTS.  THE CALL AREA IS AUTREC.
000200* TECTONICS.   COBC
000210*------------------------------------------------------------------
000220* MODIFICATION HISTORY
000230* DATE       INIT  DESCRIPTION
000240* 15/10/2026 GB    ORIGINAL VERSION.
000245* 15/10/2026 GB    FECHMES ADDED TO THE CALLING UTILITIES.
000247* 15/10/2026 GB    ESTORNO ADDED TO THE CALLING UTILITIES.
000250******************************************************************
000260 IDENTIFICATION DIVISION.
000270 PROGRAM-ID. OPRAUT.
000280 ENVIRONMENT DIVISION.
000290 INPUT-OUTPUT SECTION.
000300 FILE-CONTROL.
000310     SELECT OPERADOR-FILE ASSIGN TO "OPRFILE"
000320         ORGANIZATION IS LINE SEQUENTIAL
000330         FILE STATUS IS WS-FS-OPR.
000340     SELECT DIARIO-FILE ASSIGN TO "JRNFILE"
000350         ORGANIZATION IS LINE SEQUENTIAL
000360         FILE STATUS IS WS-FS-JRN.
000370 DATA DIVISION.
000380 FILE SECTION.
000390 FD  OPERADOR-FILE
000400     RECORDING MODE IS F.
000410     COPY OPRREC.
000420 FD  DIARIO-FILE
000430     RECORDING MODE IS F.
000440     COPY JRNREC.
000450 WORKING-STORAGE SECTION.
000460 77  WS-FS-OPR               PIC X(02) VALUE ZEROS.
000470     88  WS-FS-OPR-OK                VALUE "00".
000480 77  WS-FS-JRN               PIC X(02) VALUE ZEROS.
000490     88  WS-FS-JRN-OK                VALUE "00".
000500 77  WS-EOF-SWITCH           PIC X(01) VALUE "N".
000510     88  WS-EOF                       VALUE "Y".
000520 77  WS-VENCIDA-SW           PIC X(01) VALUE "N".
000530     88  WS-VENCIDA                   VALUE "Y".
000540 77  WS-DATA-SISTEMA         PIC 9(08) VALUE ZERO.
000550 77  WS-HORA-SISTEMA         PIC 9(08) VALUE ZERO.
000560 77  WS-RETORNO-SALVO        PIC X(02) VALUE SPACES.
000570 LINKAGE SECTION.
000580     COPY AUTREC.
000590******************************************************************
000600*    PROCEDURE DIVISION                                          *
000610******************************************************************
000620 PROCEDURE DIVISION USING AUT-AREA.
000630 0000-MAINLINE.
000640     ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD.
000650     ACCEPT WS-HORA-SISTEMA FROM TIME.
000660     IF AUT-JOB-ID = SPACES
000670         ACCEPT AUT-JOB-ID FROM ENVIRONMENT "JOBID"
000680     END-IF.
000690     IF AUT-JOB-ID = SPACES
000700         MOVE AUT-PROGRAMA TO AUT-JOB-ID
000710     END-IF.
000720     IF AUT-VERIFICAR
000730         PERFORM 1000-VERIFICAR THRU 1000-EXIT
000740     ELSE
000750         IF AUT-REGISTRAR
000760             PERFORM 2000-REGISTRAR THRU 2000-EXIT
000770         ELSE
000780             DISPLAY "OPRAUT - OPERACAO INVALIDA: " AUT-OPERACAO
000790                 " - CHAMADA POR " AUT-PROGRAMA
000800             MOVE "04" TO AUT-RETORNO
000810         END-IF
000820     END-IF.
000830     GOBACK.
000840******************************************************************
000850*    1000-VERIFICAR - IS THE OPERATOR GRANTED THIS PROGRAM AND   *
000860*                     FUNCTION?  A REFUSAL IS JOURNALED HERE     *
000870******************************************************************
000880 1000-VERIFICAR.
000890     MOVE "04" TO AUT-RETORNO.
000900     MOVE "N" TO WS-VENCIDA-SW.
000910     IF AUT-OPERADOR = SPACES
000920         MOVE "OPERADOR AUSENTE" TO AUT-COMPLEMENTO
000930     ELSE
000940         PERFORM 1100-PROCURAR-OPERADOR THRU 1100-EXIT
000950     END-IF.
000960     IF NOT AUT-AUTORIZADO
000970         PERFORM 1200-RECUSAR THRU 1200-EXIT
000980     END-IF.
000990 1000-EXIT.
001000     EXIT.
001010******************************************************************
001020*    1100-PROCURAR-OPERADOR - SCAN OPRFILE FOR THE GRANT         *
001030******************************************************************
001040 1100-PROCURAR-OPERADOR.
001050     OPEN INPUT OPERADOR-FILE.
001060     IF NOT WS-FS-OPR-OK
001070         DISPLAY "OPRAUT - ERRO AO ABRIR OPRFILE - STATUS "
001080             WS-FS-OPR
001090         MOVE "08" TO AUT-RETORNO
001100         MOVE "OPRFILE INDISPONIVEL" TO AUT-COMPLEMENTO
001110         GO TO 1100-EXIT
001120     END-IF.
001130     MOVE "N" TO WS-EOF-SWITCH.
001140     PERFORM 1110-LER-OPERADOR THRU 1110-EXIT
001150         UNTIL WS-EOF OR AUT-AUTORIZADO.
001160     CLOSE OPERADOR-FILE.
001170     IF NOT AUT-AUTORIZADO
001180         IF WS-VENCIDA
001190             MOVE "AUTORIZACAO VENCIDA" TO AUT-COMPLEMENTO
001200         ELSE
001210             MOVE "SEM AUTORIZACAO" TO AUT-COMPLEMENTO
001220         END-IF
001230     END-IF.
001240 1100-EXIT.
001250     EXIT.
001260******************************************************************
001270*    1110-LER-OPERADOR - ONE AUTHORIZATION RECORD; A MATCHING    *
001280*                        GRANT PAST ITS VALIDITY DATE DOES NOT   *
001290*                        COUNT                                   *
001300******************************************************************
001310 1110-LER-OPERADOR.
001320     READ OPERADOR-FILE
001330         AT END
001340             MOVE "Y" TO WS-EOF-SWITCH
001350             GO TO 1110-EXIT
001360     END-READ.
001370     IF OPR-OPERADOR = AUT-OPERADOR
001380        AND OPR-PROGRAMA = AUT-PROGRAMA
001390        AND OPR-FUNCAO = AUT-FUNCAO
001400         IF OPR-VALIDADE NUMERIC
001410            AND OPR-VALIDADE NOT = ZERO
001420            AND OPR-VALIDADE < WS-DATA-SISTEMA
001430             MOVE "Y" TO WS-VENCIDA-SW
001440         ELSE
001450             MOVE "00" TO AUT-RETORNO
001460         END-IF
001470     END-IF.
001480 1110-EXIT.
001490     EXIT.
001500******************************************************************
001510*    1200-RECUSAR - CONSOLE MESSAGE AND "RECUSADO" JOURNAL LINE; *
001520*                   THE REFUSAL CODE IS HANDED BACK EVEN IF THE  *
001530*                   JOURNAL WRITE WORKED                         *
001540******************************************************************
001550 1200-RECUSAR.
001560     DISPLAY "OPRAUT - OPERADOR " AUT-OPERADOR
001570         " NAO AUTORIZADO A " AUT-PROGRAMA " " AUT-FUNCAO
001580         " - " AUT-COMPLEMENTO.
001590     MOVE AUT-RETORNO TO WS-RETORNO-SALVO.
001600     MOVE "RECUSADO" TO AUT-RESULTADO.
001610     PERFORM 2100-GRAVAR-DIARIO THRU 2100-EXIT.
001620     MOVE WS-RETORNO-SALVO TO AUT-RETORNO.
001630 1200-EXIT.
001640     EXIT.
001650******************************************************************
001660*    2000-REGISTRAR - JOURNAL AN ACTION THE CALLER HAS TAKEN     *
001670******************************************************************
001680 2000-REGISTRAR.
001690     PERFORM 2100-GRAVAR-DIARIO THRU 2100-EXIT.
001700 2000-EXIT.
001710     EXIT.
001720******************************************************************
001730*    2100-GRAVAR-DIARIO - APPEND ONE LINE TO JRNFILE (CREATED ON *
001740*                         FIRST USE)                             *
001750******************************************************************
001760 2100-GRAVAR-DIARIO.
001770     MOVE "00" TO AUT-RETORNO.
001780     OPEN INPUT DIARIO-FILE.
001790     IF WS-FS-JRN-OK
001800         CLOSE DIARIO-FILE
001810         OPEN EXTEND DIARIO-FILE
001820     ELSE
001830         OPEN OUTPUT DIARIO-FILE
001840     END-IF.
001850     IF NOT WS-FS-JRN-OK
001860         DISPLAY "OPRAUT - ERRO AO ABRIR JRNFILE - STATUS "
001870             WS-FS-JRN
001880         MOVE "12" TO AUT-RETORNO
001890         GO TO 2100-EXIT
001900     END-IF.
001910     MOVE SPACES TO JRN-RECORD.
001920     MOVE WS-DATA-SISTEMA TO JRN-DATA.
001930     MOVE WS-HORA-SISTEMA TO JRN-HORA.
001940     MOVE AUT-OPERADOR    TO JRN-OPERADOR.
001950     MOVE AUT-PROGRAMA    TO JRN-PROGRAMA.
001960     MOVE AUT-FUNCAO      TO JRN-FUNCAO.
001970     MOVE AUT-ALVO        TO JRN-ALVO.
001980     MOVE AUT-COMPLEMENTO TO JRN-COMPLEMENTO.
001990     MOVE AUT-QTD         TO JRN-QTD.
002000     MOVE AUT-RESULTADO   TO JRN-RESULTADO.
002010     MOVE AUT-JOB-ID      TO JRN-JOB-ID.
002020     WRITE JRN-RECORD.
002030     IF NOT WS-FS-JRN-OK
002040         DISPLAY "OPRAUT - ERRO AO GRAVAR NO JRNFILE - STATUS "
002050             WS-FS-JRN
002060         MOVE "12" TO AUT-RETORNO
002070     END-IF.
002080     CLOSE DIARIO-FILE.
002090 2100-EXIT.
002100     EXIT.
002110 END PROGRAM OPRAUT.
