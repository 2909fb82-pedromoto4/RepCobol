      *----------------------------------------------------------------
      *| Realizado por..:                          Fecha:
      *| Aplicacion.....:
      *| Sistema........:
      *| Area...........:
      *| Descripcion....:  Relatorio de utilizacao da tabela: soma as
      *|                    contagens que a consulta PL0028 acumula em
      *|                    C:\PL0010.USO e lista as linhas de MSTTBL
      *|                    que nenhuma aplicacao leu nos ultimos N
      *|                    dias (dormentes) e as chaves que as
      *|                    aplicacoes pedem e que nao existem na
      *|                    tabela (inexistentes)
      *| Funcion........:
      *|
      *----------------------------------------------------------------
      *| Mantenimientos efectuados
      *| --FECHA-- --RESPONSABLE--  --------DESCRIPCION DE AJUSTE------
      *| 15/10/26  PM               Versao inicial - linhas dormentes
      *|                             e chaves pedidas inexistentes
      *| xx/xx/xx
      *----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PL0029.
       ENVIRONMENT DIVISION.

       FILE-CONTROL.

       SELECT USOTBL
                ASSIGN          TO USOTBL-PATH
                ORGANIZATION    IS LINE SEQUENTIAL
                FILE STATUS     IS RESERVADA-USO
                ACCESS          IS SEQUENTIAL.

       SELECT RELATO
                ASSIGN          TO RELATO-PATH
                ORGANIZATION    IS LINE SEQUENTIAL
                FILE STATUS     IS RESERVADA-REL
                ACCESS          IS SEQUENTIAL.

       SELECT LOGAUD
                ASSIGN          TO LOGAUD-PATH
                ORGANIZATION    IS LINE SEQUENTIAL
                FILE STATUS     IS RESERVADA-LOG
                ACCESS          IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD USOTBL.

      * UTILIZACAO DA TABELA - MESMO DESENHO DO PL0028
       01 REG-USOTBL.
           02 USO-DATA     PIC 9(08).
           02 FILLER       PIC X(01).
           02 USO-HORA     PIC 9(08).
           02 FILLER       PIC X(01).
           02 USO-CODTBL   &LIKE CODTBL
           02 FILLER       PIC X(01).
           02 USO-ARGBUS   &LIKE ARGBUS
           02 FILLER       PIC X(01).
           02 USO-LIDAS    PIC 9(09).
           02 FILLER       PIC X(01).
           02 USO-FALHAS   PIC 9(09).
           02 FILLER       PIC X(01).
           02 USO-ULT-LIDA PIC 9(08).
           02 FILLER       PIC X(01).
           02 USO-ULT-FALHA PIC 9(08).

       FD RELATO.

       01 REG-RELATO PIC X(160).

       FD LOGAUD.

       01 REG-LOGAUD PIC X(160).

       WORKING-STORAGE SECTION.

      * Registo com nomes dos campos pretendidos no ecran - alterar
       01 FROW-WK.
           &CAMPOS MSTTBL

       77 USOTBL-PATH   PIC X(256) VALUE "C:\PL0010.USO".
       77 RESERVADA-USO PIC XX VALUE "00".
       77 USO-FIM       PIC X VALUE "N".
           88 FIM-USO             VALUE "Y".

       77 RELATO-PATH   PIC X(256) VALUE SPACES.
       77 RESERVADA-REL PIC XX VALUE "00".
       77 RELATO-ABERTO PIC X VALUE "N".
           88 RELATO-ESTA-ABERTO  VALUE "Y".

      * LOG/AUDITORIA - O MESMO LOG UNICO PARTILHADO DO PL0010
       77 LOGAUD-PATH   PIC X(256) VALUE "C:\PL0010.LOG".
       77 RESERVADA-LOG PIC XX VALUE "00".
       77 DATA-LOG      PIC 9(08) VALUE ZERO.
       77 HORA-LOG      PIC 9(08) VALUE ZERO.
       77 RETCODE-LOG-ED PIC Z(03)9.

       77 DATA-AGORA    PIC 9(08) VALUE ZERO.
       77 HORA-AGORA    PIC 9(08) VALUE ZERO.

      * DIAS SEM LEITURA A PARTIR DOS QUAIS UMA LINHA E DORMENTE
      * (TEXTO 1-4; EM BRANCO = DIAS-OMISSAO)
       77 DIAS-LIMITE   PIC 9(04) VALUE ZERO.
       77 DIAS-OMISSAO  PIC 9(04) VALUE 90.
       77 DIAS-ED       PIC Z(03)9.

      * NUMERO DO DIA DE UMA DATA AAAAMMDD (DIAS CORRIDOS DESDE UMA
      * ORIGEM FIXA), PARA CONTAR OS DIAS ENTRE DUAS DATAS
       01 DIA-DATA-G.
           02 DIA-ANO   PIC 9(04).
           02 DIA-MES   PIC 9(02).
           02 DIA-DIA   PIC 9(02).
       01 DIA-DATA REDEFINES DIA-DATA-G PIC 9(08).
       77 DIA-A         PIC 9(05) COMP VALUE ZERO.
       77 DIA-M         PIC 9(05) COMP VALUE ZERO.
       77 DIA-PARCELA   PIC 9(09) COMP VALUE ZERO.
       77 DIA-NUMERO    PIC 9(09) COMP VALUE ZERO.
       77 DIA-HOJE      PIC 9(09) COMP VALUE ZERO.
       77 DIAS-PASSADOS PIC 9(09) COMP VALUE ZERO.

      * CONTAGENS SOMADAS POR CHAVE, ORDENADAS POR CODTBL/ARGBUS (A
      * ORDEM DO CURSOR MSTTBL01); AGR-EXISTE FICA A Y QUANDO O
      * VARRIMENTO DA TABELA ENCONTRA A CHAVE
       01 AGR-BASE.
           02 AGR-ENT OCCURS 20000.
              03 AGR-CHAVE.
                 04 AGR-CODTBL PIC X(10).
                 04 AGR-ARGBUS PIC X(20).
              03 AGR-LIDAS     PIC 9(09) COMP.
              03 AGR-FALHAS    PIC 9(09) COMP.
              03 AGR-ULT-LIDA  PIC 9(08).
              03 AGR-ULT-FALHA PIC 9(08).
              03 AGR-EXISTE    PIC X(01).
       77 TOTAL-AGR     PIC 9(05) COMP VALUE ZERO.
       77 IND-AGR       PIC 9(05) COMP VALUE ZERO.
       77 IND-AGR2      PIC 9(05) COMP VALUE ZERO.
       77 POS-AGR       PIC 9(05) COMP VALUE ZERO.
       77 AGR-IGUAL     PIC X VALUE "N".
       77 LIM-INF       PIC 9(05) COMP VALUE ZERO.
       77 LIM-SUP       PIC 9(05) COMP VALUE ZERO.
       77 LIM-MEIO      PIC 9(05) COMP VALUE ZERO.
       01 CHAVE-PROCURA.
           02 PROC-CODTBL PIC X(10).
           02 PROC-ARGBUS PIC X(20).
       77 DATA-INICIO-EST PIC 9(08) VALUE ZERO.

      * VARRIMENTO DE MSTTBL
       77 TOTAL-LOTE    PIC 9(05) COMP VALUE ZERO.
       77 IND-LOTE      PIC 9(05) COMP VALUE ZERO.
       77 VARRIMENTO-FIM PIC X VALUE "N".
           88 FIM-VARRIMENTO      VALUE "Y".

      * LINHA DO RELATORIO
       01 OCORRENCIA-WK VALUE SPACES.
           02 OCO-TIPO      PIC X(12).
           02 FILLER        PIC X(01).
           02 OCO-CODTBL    PIC X(10).
           02 FILLER        PIC X(01).
           02 OCO-ARGBUS    PIC X(20).
           02 FILLER        PIC X(01).
           02 OCO-TEXTO     PIC X(115).
       77 CONTA-ED      PIC Z(08)9.

      * TOTAIS
       77 TOTAL-LINHAS-USO PIC 9(09) COMP VALUE ZERO.
       77 TOTAL-LIDOS      PIC 9(09) COMP VALUE ZERO.
       77 TOTAL-DORMENTES  PIC 9(09) COMP VALUE ZERO.
       77 TOTAL-INEXISTENTES PIC 9(09) COMP VALUE ZERO.
       77 TOTAL-ED         PIC Z(08)9.
       77 TOTAL-ED2        PIC Z(08)9.

       LINKAGE SECTION.
       01 PARAM-WRITE.
           02 OPERACAO     PIC X(6).
           02 FICHEIRO     PIC X(20).
           02 TEXTO        PIC X(160).

       PROCEDURE DIVISION USING PARAM-WRITE.
       INICIO.
      *-------
           MOVE ZERO TO RETURN-CODE
           PERFORM INICIALIZACIONES
           PERFORM SOMA-UTILIZACAO
           PERFORM VARRE-MSTTBL
           PERFORM LISTA-INEXISTENTES
           PERFORM ESCREVE-TOTAIS
           .

       FIN-PROGRAMA.
      *-------------
           PERFORM GRAVA-LOG

           IF RELATO-ESTA-ABERTO
              CLOSE RELATO
           END-IF

           &COMIT WORK
           EXIT PROGRAM.
           STOP RUN.

       INICIALIZACIONES.
      *-----------------
      *    FICHEIRO E O RELATORIO; TEXTO 1-4 TRAZ O NUMERO DE DIAS SEM
      *    LEITURA QUE TORNA UMA LINHA DORMENTE.
           MOVE DIAS-OMISSAO TO DIAS-LIMITE
           IF TEXTO OF PARAM-WRITE(1:4) NOT = SPACES
              IF TEXTO OF PARAM-WRITE(1:4) NUMERIC
                 AND TEXTO OF PARAM-WRITE(1:4) NOT = "0000"
                 MOVE TEXTO OF PARAM-WRITE(1:4) TO DIAS-LIMITE
              ELSE
                 DISPLAY "PL0029 - NUMERO DE DIAS INVALIDO - "
                         TEXTO OF PARAM-WRITE(1:4)
                 MOVE 12 TO RETURN-CODE
                 GO TO FIN-PROGRAMA
              END-IF
           END-IF

           MOVE "N" TO RELATO-ABERTO
           MOVE SPACES TO RELATO-PATH
           MOVE FICHEIRO OF PARAM-WRITE TO RELATO-PATH
           OPEN OUTPUT RELATO
           IF RESERVADA-REL NOT = "00"
              DISPLAY "PL0029 - ERRO NA OPEN DE RELATO - FICHEIRO "
                      RELATO-PATH
              DISPLAY "PL0029 - FILE STATUS = " RESERVADA-REL
              MOVE 16 TO RETURN-CODE
              GO TO FIN-PROGRAMA
           END-IF
           MOVE "Y" TO RELATO-ABERTO

           ACCEPT DATA-AGORA FROM DATE YYYYMMDD
           ACCEPT HORA-AGORA FROM TIME
           MOVE DATA-AGORA TO DIA-DATA
           PERFORM CALCULA-NUMERO-DIA
           MOVE DIA-NUMERO TO DIA-HOJE

           MOVE DIAS-LIMITE TO DIAS-ED
           MOVE SPACES TO REG-RELATO
           STRING  "UTILIZACAO DA TABELA - "      DELIMITED BY SIZE
                   DATA-AGORA                     DELIMITED BY SIZE
                   " "                            DELIMITED BY SIZE
                   HORA-AGORA                     DELIMITED BY SIZE
                   " - DORMENTE SEM LEITURA HA MAIS DE"
                                                  DELIMITED BY SIZE
                   DIAS-ED                        DELIMITED BY SIZE
                   " DIAS"                        DELIMITED BY SIZE
                   INTO REG-RELATO
           END-STRING
           PERFORM ESCREVE-LINHA-REL
           .

       SOMA-UTILIZACAO.
      *-----------------
      *    SOMA AS LINHAS DO FICHEIRO DE UTILIZACAO POR CHAVE; SEM
      *    FICHEIRO NAO HA EVIDENCIA E O RELATORIO NAO E FEITO.
           MOVE "N" TO USO-FIM
           OPEN INPUT USOTBL
           IF RESERVADA-USO NOT = "00"
              DISPLAY "PL0029 - NADA - SEM FICHEIRO DE UTILIZACAO - "
                      USOTBL-PATH
              MOVE SPACES TO REG-RELATO
              STRING  "SEM FICHEIRO DE UTILIZACAO"  DELIMITED BY SIZE
                      " (NENHUMA CONSULTA PELO PL0028)"
                                                    DELIMITED BY SIZE
                      INTO REG-RELATO
              END-STRING
              PERFORM ESCREVE-LINHA-REL
              MOVE 8 TO RETURN-CODE
              GO TO FIN-PROGRAMA
           END-IF

           PERFORM LE-LINHA-USO
           PERFORM SOMA-LINHA-USO UNTIL FIM-USO
           CLOSE USOTBL

           MOVE SPACES TO REG-RELATO
           IF DATA-INICIO-EST = 0
              MOVE "FICHEIRO DE UTILIZACAO VAZIO" TO REG-RELATO
           ELSE
              STRING  "CONTAGENS DESDE "         DELIMITED BY SIZE
                      DATA-INICIO-EST            DELIMITED BY SIZE
                      INTO REG-RELATO
              END-STRING
           END-IF
           PERFORM ESCREVE-LINHA-REL

      *    COM MENOS DIAS DE CONTAGENS DO QUE OS PEDIDOS, UMA LINHA
      *    "NUNCA LIDA" PODE SO NAO TER SIDO PEDIDA DESDE O INICIO
           IF DATA-INICIO-EST NOT = 0
              MOVE DATA-INICIO-EST TO DIA-DATA
              PERFORM CALCULA-NUMERO-DIA
              COMPUTE DIAS-PASSADOS = DIA-HOJE - DIA-NUMERO
              IF DIAS-PASSADOS < DIAS-LIMITE
                 MOVE DIAS-PASSADOS TO TOTAL-ED
                 MOVE SPACES TO REG-RELATO
                 STRING  "AVISO - AS CONTAGENS SO COBREM"
                                                  DELIMITED BY SIZE
                         TOTAL-ED                 DELIMITED BY SIZE
                         " DIAS"                  DELIMITED BY SIZE
                         INTO REG-RELATO
                 END-STRING
                 PERFORM ESCREVE-LINHA-REL
              END-IF
           END-IF

           MOVE SPACES TO REG-RELATO
           PERFORM ESCREVE-LINHA-REL
           MOVE SPACES TO OCORRENCIA-WK
           MOVE "TIPO"       TO OCO-TIPO
           MOVE "CODTBL"     TO OCO-CODTBL
           MOVE "ARGBUS"     TO OCO-ARGBUS
           MOVE "OCORRENCIA" TO OCO-TEXTO
           MOVE OCORRENCIA-WK TO REG-RELATO
           PERFORM ESCREVE-LINHA-REL
           MOVE SPACES TO OCORRENCIA-WK
           .

       LE-LINHA-USO.
      *--------------
           MOVE SPACES TO REG-USOTBL
           READ USOTBL
              AT END
                 MOVE "Y" TO USO-FIM
           END-READ
           .

       SOMA-LINHA-USO.
      *----------------
      *    LINHAS SEM CONTAGENS NUMERICAS SAO SALTADAS.
           IF USO-DATA NUMERIC
              AND USO-LIDAS NUMERIC
              AND USO-FALHAS NUMERIC
              AND USO-ULT-LIDA NUMERIC
              AND USO-ULT-FALHA NUMERIC
              ADD 1 TO TOTAL-LINHAS-USO
              IF DATA-INICIO-EST = 0
                 OR USO-DATA < DATA-INICIO-EST
                 MOVE USO-DATA TO DATA-INICIO-EST
              END-IF
              MOVE USO-CODTBL TO PROC-CODTBL
              MOVE USO-ARGBUS TO PROC-ARGBUS
              PERFORM GUARDA-CONTAGEM
           END-IF
           PERFORM LE-LINHA-USO
           .

       GUARDA-CONTAGEM.
      *-----------------
      *    SOMA A LINHA LIDA A SUA CHAVE, INSERINDO A CHAVE NA TABELA
      *    ORDENADA SE AINDA NAO ESTIVER LA.
           PERFORM PROCURA-AGR
           IF AGR-IGUAL = "N"
              IF TOTAL-AGR = 20000
                 DISPLAY "PL0029 - UTILIZACAO COM CHAVES A MAIS - "
                         "MAXIMO 20000"
                 MOVE 12 TO RETURN-CODE
                 CLOSE USOTBL
                 GO TO FIN-PROGRAMA
              END-IF
              PERFORM VARYING IND-AGR2 FROM TOTAL-AGR BY -1
                      UNTIL IND-AGR2 < POS-AGR
                 MOVE AGR-ENT(IND-AGR2) TO AGR-ENT(IND-AGR2 + 1)
              END-PERFORM
              ADD 1 TO TOTAL-AGR
              MOVE CHAVE-PROCURA TO AGR-CHAVE(POS-AGR)
              MOVE ZERO TO AGR-LIDAS(POS-AGR)
              MOVE ZERO TO AGR-FALHAS(POS-AGR)
              MOVE ZERO TO AGR-ULT-LIDA(POS-AGR)
              MOVE ZERO TO AGR-ULT-FALHA(POS-AGR)
              MOVE "N"  TO AGR-EXISTE(POS-AGR)
           END-IF

           ADD USO-LIDAS  TO AGR-LIDAS(POS-AGR)
           ADD USO-FALHAS TO AGR-FALHAS(POS-AGR)
           IF USO-ULT-LIDA > AGR-ULT-LIDA(POS-AGR)
              MOVE USO-ULT-LIDA TO AGR-ULT-LIDA(POS-AGR)
           END-IF
           IF USO-ULT-FALHA > AGR-ULT-FALHA(POS-AGR)
              MOVE USO-ULT-FALHA TO AGR-ULT-FALHA(POS-AGR)
           END-IF
           .

       PROCURA-AGR.
      *-------------
      *    PROCURA BINARIA DE CHAVE-PROCURA NA TABELA ORDENADA: DEIXA
      *    EM POS-AGR A POSICAO DA CHAVE (AGR-IGUAL=Y) OU A POSICAO
      *    ONDE ELA DEVE SER INSERIDA PARA MANTER A ORDEM.
           MOVE "N" TO AGR-IGUAL
           MOVE 1 TO LIM-INF
           MOVE TOTAL-AGR TO LIM-SUP
           PERFORM DIVIDE-INTERVALO
                   UNTIL AGR-IGUAL = "Y"
                      OR LIM-INF > LIM-SUP
           IF AGR-IGUAL = "N"
              MOVE LIM-INF TO POS-AGR
           END-IF
           .

       DIVIDE-INTERVALO.
      *------------------
           COMPUTE LIM-MEIO = LIM-INF + LIM-SUP
           DIVIDE 2 INTO LIM-MEIO
           EVALUATE TRUE
              WHEN AGR-CHAVE(LIM-MEIO) = CHAVE-PROCURA
                 MOVE "Y" TO AGR-IGUAL
                 MOVE LIM-MEIO TO POS-AGR
              WHEN AGR-CHAVE(LIM-MEIO) < CHAVE-PROCURA
                 COMPUTE LIM-INF = LIM-MEIO + 1
              WHEN LIM-MEIO = LIM-INF
                 MOVE ZERO TO LIM-SUP
              WHEN OTHER
                 COMPUTE LIM-SUP = LIM-MEIO - 1
           END-EVALUATE
           .

       VARRE-MSTTBL.
      *--------------
      *    UM VARRIMENTO ORDENADO DE MSTTBL PELO CURSOR MSTTBL01; AS
      *    CATEGORIAS RESERVADAS (@...) NAO SAO LIDAS PELAS APLICACOES
      *    E FICAM DE FORA.
           MOVE "N" TO VARRIMENTO-FIM
           INITIALIZE REG-MSTTBL
           &STR MSTTBL,MSTTBL01,NL,[1500],CODTBL,ARGBUS

           IF IO-NUMREC = 0
              MOVE "Y" TO VARRIMENTO-FIM
           END-IF
           PERFORM VARRE-LOTE UNTIL FIM-VARRIMENTO
           .

       VARRE-LOTE.
      *------------
           MOVE IO-NUMREC TO TOTAL-LOTE
           PERFORM VARYING IND-LOTE FROM 1 BY 1
                   UNTIL IND-LOTE > TOTAL-LOTE
              MOVE CORR ARR-REG-MSTTBL(IND-LOTE) TO REG-MSTTBL
              IF CODTBL OF REG-MSTTBL(1:1) NOT = "@"
                 ADD 1 TO TOTAL-LIDOS
                 PERFORM EXAMINA-LINHA
              END-IF
           END-PERFORM

           IF TOTAL-LOTE < 1500
              MOVE "Y" TO VARRIMENTO-FIM
           ELSE
              &STR MSTTBL,MSTTBL01,GT,[1500],CODTBL,ARGBUS
              IF IO-NUMREC = 0
                 MOVE "Y" TO VARRIMENTO-FIM
              END-IF
           END-IF
           .

       EXAMINA-LINHA.
      *---------------
      *    DORMENTE: NUNCA LIDA NAS CONTAGENS, OU LIDA PELA ULTIMA VEZ
      *    HA MAIS DE DIAS-LIMITE DIAS.
           MOVE CODTBL OF REG-MSTTBL TO PROC-CODTBL
           MOVE ARGBUS OF REG-MSTTBL TO PROC-ARGBUS
           PERFORM PROCURA-AGR

           MOVE SPACES TO OCORRENCIA-WK
           EVALUATE TRUE
              WHEN AGR-IGUAL = "N"
                 MOVE "NUNCA LIDA" TO OCO-TEXTO
              WHEN AGR-ULT-LIDA(POS-AGR) = 0
                 MOVE "Y" TO AGR-EXISTE(POS-AGR)
                 MOVE AGR-FALHAS(POS-AGR) TO CONTA-ED
                 STRING  "NUNCA LIDA - FALHAS ANTES DE EXISTIR"
                                                  DELIMITED BY SIZE
                         CONTA-ED                 DELIMITED BY SIZE
                         INTO OCO-TEXTO
                 END-STRING
              WHEN OTHER
                 MOVE "Y" TO AGR-EXISTE(POS-AGR)
                 MOVE AGR-ULT-LIDA(POS-AGR) TO DIA-DATA
                 PERFORM CALCULA-NUMERO-DIA
                 COMPUTE DIAS-PASSADOS = DIA-HOJE - DIA-NUMERO
                 IF DIAS-PASSADOS > DIAS-LIMITE
                    MOVE DIAS-PASSADOS TO TOTAL-ED
                    MOVE AGR-LIDAS(POS-AGR) TO CONTA-ED
                    STRING  "ULTIMA LEITURA "     DELIMITED BY SIZE
                            AGR-ULT-LIDA(POS-AGR) DELIMITED BY SIZE
                            " HA"                 DELIMITED BY SIZE
                            TOTAL-ED              DELIMITED BY SIZE
                            " DIAS - LEITURAS"    DELIMITED BY SIZE
                            CONTA-ED              DELIMITED BY SIZE
                            INTO OCO-TEXTO
                    END-STRING
                 END-IF
           END-EVALUATE

           IF OCO-TEXTO NOT = SPACES
              ADD 1 TO TOTAL-DORMENTES
              MOVE "DORMENTE" TO OCO-TIPO
              MOVE CODTBL OF REG-MSTTBL TO OCO-CODTBL
              MOVE ARGBUS OF REG-MSTTBL TO OCO-ARGBUS
              MOVE OCORRENCIA-WK TO REG-RELATO
              PERFORM ESCREVE-LINHA-REL
              MOVE SPACES TO OCORRENCIA-WK
           END-IF
           .

       LISTA-INEXISTENTES.
      *--------------------
      *    CHAVES PEDIDAS PELAS APLICACOES (COM FALHAS) QUE O
      *    VARRIMENTO NAO ENCONTROU NA TABELA.
           PERFORM VARYING IND-AGR FROM 1 BY 1
                   UNTIL IND-AGR > TOTAL-AGR
              IF AGR-EXISTE(IND-AGR) = "N"
                 AND AGR-FALHAS(IND-AGR) > 0
                 AND AGR-CODTBL(IND-AGR)(1:1) NOT = "@"
                 PERFORM ESCREVE-INEXISTENTE
              END-IF
           END-PERFORM
           .

       ESCREVE-INEXISTENTE.
      *---------------------
           ADD 1 TO TOTAL-INEXISTENTES
           MOVE SPACES TO OCORRENCIA-WK
           MOVE "INEXISTENTE"         TO OCO-TIPO
           MOVE AGR-CODTBL(IND-AGR)   TO OCO-CODTBL
           MOVE AGR-ARGBUS(IND-AGR)   TO OCO-ARGBUS
           MOVE AGR-FALHAS(IND-AGR)   TO CONTA-ED
           STRING  "PEDIDA"                  DELIMITED BY SIZE
                   CONTA-ED                  DELIMITED BY SIZE
                   " VEZES - ULTIMA "        DELIMITED BY SIZE
                   AGR-ULT-FALHA(IND-AGR)    DELIMITED BY SIZE
                   INTO OCO-TEXTO
           END-STRING
           MOVE OCORRENCIA-WK TO REG-RELATO
           PERFORM ESCREVE-LINHA-REL
           MOVE SPACES TO OCORRENCIA-WK
           .

       CALCULA-NUMERO-DIA.
      *--------------------
      *    NUMERO DO DIA DE DIA-DATA EM DIA-NUMERO: O ANO COMECA EM
      *    MARCO (JANEIRO E FEVEREIRO CONTAM COMO MESES 13 E 14 DO ANO
      *    ANTERIOR), 365 DIAS POR ANO MAIS OS BISSEXTOS ATE ELE E OS
      *    DIAS DOS MESES ANTERIORES PELA REGRA DOS 153 DIAS POR 5
      *    MESES. SO A DIFERENCA ENTRE DOIS NUMEROS TEM SIGNIFICADO.
           MOVE DIA-ANO TO DIA-A
           MOVE DIA-MES TO DIA-M
           IF DIA-M < 3
              SUBTRACT 1 FROM DIA-A
              ADD 12 TO DIA-M
           END-IF

           COMPUTE DIA-NUMERO = 365 * DIA-A + DIA-DIA
           DIVIDE DIA-A BY 4 GIVING DIA-PARCELA
           ADD DIA-PARCELA TO DIA-NUMERO
           DIVIDE DIA-A BY 100 GIVING DIA-PARCELA
           SUBTRACT DIA-PARCELA FROM DIA-NUMERO
           DIVIDE DIA-A BY 400 GIVING DIA-PARCELA
           ADD DIA-PARCELA TO DIA-NUMERO
           COMPUTE DIA-PARCELA = 153 * (DIA-M - 3) + 2
           DIVIDE 5 INTO DIA-PARCELA
           ADD DIA-PARCELA TO DIA-NUMERO
           .

       ESCREVE-TOTAIS.
      *----------------
      *    TOTAIS; RC 4 QUANDO HA LINHAS DORMENTES OU CHAVES
      *    INEXISTENTES A EXAMINAR.
           IF TOTAL-DORMENTES > 0
              OR TOTAL-INEXISTENTES > 0
              MOVE 4 TO RETURN-CODE
           END-IF

           MOVE SPACES TO REG-RELATO
           PERFORM ESCREVE-LINHA-REL
           MOVE TOTAL-LINHAS-USO TO TOTAL-ED
           MOVE "LINHAS DE UTILIZACAO LIDAS ........" TO REG-RELATO
           PERFORM ESCREVE-TOTAL
           MOVE TOTAL-AGR TO TOTAL-ED
           MOVE "CHAVES CONSULTADAS ................" TO REG-RELATO
           PERFORM ESCREVE-TOTAL
           MOVE TOTAL-LIDOS TO TOTAL-ED
           MOVE "LINHAS DA TABELA EXAMINADAS ......." TO REG-RELATO
           PERFORM ESCREVE-TOTAL
           MOVE TOTAL-DORMENTES TO TOTAL-ED
           MOVE "LINHAS DORMENTES .................." TO REG-RELATO
           PERFORM ESCREVE-TOTAL
           MOVE TOTAL-INEXISTENTES TO TOTAL-ED
           MOVE "CHAVES PEDIDAS INEXISTENTES ......." TO REG-RELATO
           PERFORM ESCREVE-TOTAL
           .

       ESCREVE-TOTAL.
      *---------------
           MOVE TOTAL-ED TO REG-RELATO(38:9)
           PERFORM ESCREVE-LINHA-REL
           .

       ESCREVE-LINHA-REL.
      *-------------------
           WRITE REG-RELATO
           IF RESERVADA-REL NOT = "00"
              DISPLAY "PL0029 - ERRO NA WRITE DE RELATO - FICHEIRO "
                      RELATO-PATH
              DISPLAY "PL0029 - FILE STATUS = " RESERVADA-REL
              MOVE 20 TO RETURN-CODE
              GO TO FIN-PROGRAMA
           END-IF
           .

       GRAVA-LOG.
      *-----------
      *    ACRESCENTA UMA LINHA AO LOG DE AUDITORIA PARTILHADO COM OS
      *    TOTAIS E O RETURN-CODE, NO MESMO ESTILO DAS LINHAS QUE O
      *    PL0010 ESCREVE.
           ACCEPT DATA-LOG FROM DATE YYYYMMDD
           ACCEPT HORA-LOG FROM TIME
           MOVE TOTAL-DORMENTES    TO TOTAL-ED
           MOVE TOTAL-INEXISTENTES TO TOTAL-ED2
           MOVE RETURN-CODE        TO RETCODE-LOG-ED

           OPEN EXTEND LOGAUD
           IF RESERVADA-LOG NOT = "00"
              OPEN OUTPUT LOGAUD
           END-IF

           IF RESERVADA-LOG = "00"
              MOVE SPACES TO REG-LOGAUD
              STRING  DATA-LOG             DELIMITED BY SIZE
                      " "                  DELIMITED BY SIZE
                      HORA-LOG             DELIMITED BY SIZE
                      " OPERACAO=USOTBL"   DELIMITED BY SIZE
                      " DORMENTES="        DELIMITED BY SIZE
                      TOTAL-ED             DELIMITED BY SIZE
                      " INEXISTENTES="     DELIMITED BY SIZE
                      TOTAL-ED2            DELIMITED BY SIZE
                      " RC="               DELIMITED BY SIZE
                      RETCODE-LOG-ED       DELIMITED BY SIZE
                      INTO REG-LOGAUD
              END-STRING
              WRITE REG-LOGAUD
              CLOSE LOGAUD
           END-IF
           .
