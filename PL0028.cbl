      *----------------------------------------------------------------
      *| Realizado por..:                          Fecha:
      *| Aplicacion.....:
      *| Sistema........:
      *| Area...........:
      *| Descripcion....:  Consulta de parametros para as aplicacoes
      *|                    (CALL "PL0028" USING PARAM-CONSULTA): dada
      *|                    a CODTBL, o ARGBUS e uma data de referencia
      *|                    (em branco = hoje) devolve o FUNCIO em
      *|                    vigor nessa data, ja com as janelas
      *|                    @VIGENC aplicadas como na exportacao;
      *|                    RETURN-CODE 0 encontrada, 4 inexistente.
      *|                    Cada categoria consultada fica em memoria
      *|                    enquanto o programa chamador viver; as
      *|                    leituras e as falhas de cada chave sao
      *|                    contadas e acumuladas em C:\PL0010.USO
      *|                    (relatorio de utilizacao no PL0029)
      *| Funcion........:
      *|
      *----------------------------------------------------------------
      *| Mantenimientos efectuados
      *| --FECHA-- --RESPONSABLE--  --------DESCRIPCION DE AJUSTE------
      *| 15/10/26  PM               Versao inicial - consulta de
      *|                             parametros com vigencia @VIGENC
      *|                             e contagem de utilizacao
      *| 15/10/26  PM               Cache de cada categoria ordenada
      *|                             por ARGBUS ao carregar (procura
      *|                             binaria nao depende do cursor)
      *| xx/xx/xx
      *----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PL0028.
       ENVIRONMENT DIVISION.

       FILE-CONTROL.

       SELECT USOTBL
                ASSIGN          TO USOTBL-PATH
                ORGANIZATION    IS LINE SEQUENTIAL
                FILE STATUS     IS RESERVADA-USO
                ACCESS          IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD USOTBL.

      * UTILIZACAO DA TABELA - UMA LINHA POR CHAVE CONSULTADA EM CADA
      * DESCARGA DAS CONTAGENS: LEITURAS E FALHAS DESDE A DESCARGA
      * ANTERIOR E A DATA DA ULTIMA LEITURA / ULTIMA FALHA (ZEROS =
      * NENHUMA NESSE PERIODO). O PL0029 SOMA AS LINHAS DE CADA CHAVE
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

       WORKING-STORAGE SECTION.

      * Registo com nomes dos campos pretendidos no ecran - alterar
       01 FROW-WK.
           &CAMPOS MSTTBL

      * FICHEIRO DE UTILIZACAO (ACRESCENTADO EM CADA DESCARGA)
       77 USOTBL-PATH   PIC X(256) VALUE "C:\PL0010.USO".
       77 RESERVADA-USO PIC XX VALUE "00".

       77 DATA-HOJE     PIC 9(08) VALUE ZERO.
       77 HORA-HOJE     PIC 9(08) VALUE ZERO.

      * CACHE DAS CATEGORIAS - CADA CATEGORIA PEDIDA E LIDA UMA VEZ
      * INTEIRA (PELA ORDEM DO CURSOR MSTTBL01) PARA CACHE-LINHAS;
      * CCAT-PRIM/CCAT-TOTAL DELIMITAM AS SUAS LINHAS. UMA CATEGORIA
      * QUE NAO CABE NA CACHE FICA MARCADA PARA LEITURA DIRETA DE
      * CADA CHAVE (CCAT-DIRETA), TAL COMO AS CATEGORIAS PEDIDAS
      * DEPOIS DE AS 200 ENTRADAS ESTAREM OCUPADAS
       01 CACHE-CATEG.
           02 CCAT-ENT OCCURS 200.
              03 CCAT-CODTBL PIC X(10).
              03 CCAT-PRIM   PIC 9(05) COMP.
              03 CCAT-TOTAL  PIC 9(05) COMP.
              03 CCAT-MODO   PIC X(01).
                 88 CCAT-EM-CACHE       VALUE "C".
                 88 CCAT-DIRETA         VALUE "D".
       77 TOTAL-CCAT    PIC 9(03) COMP VALUE ZERO.
       77 IND-CCAT      PIC 9(03) COMP VALUE ZERO.
       77 IND-CCAT2     PIC 9(03) COMP VALUE ZERO.
       01 CACHE-LINHAS.
           02 CLIN-ENT OCCURS 5000.
              03 CLIN-ARGBUS PIC X(20).
              03 CLIN-FUNCIO PIC X(40).
       77 TOTAL-CLIN    PIC 9(05) COMP VALUE ZERO.
       77 CLIN-ANTES    PIC 9(05) COMP VALUE ZERO.
       77 CLIN-CHEIA    PIC X VALUE "N".
      * POSICAO DE UMA LINHA NOVA NA CACHE - A CATEGORIA FICA POR
      * ORDEM DE ARGBUS NA COMPARACAO DO PROGRAMA, SEJA QUAL FOR A
      * ORDEM EM QUE A BASE DE DADOS A DEVOLVE
       77 IND-CLIN      PIC 9(05) COMP VALUE ZERO.
       77 CLIN-POSICAO  PIC X VALUE "N".
       77 LIM-INF       PIC 9(05) COMP VALUE ZERO.
       77 LIM-SUP       PIC 9(05) COMP VALUE ZERO.
       77 LIM-MEIO      PIC 9(05) COMP VALUE ZERO.
       77 CHAVE-ACHADA  PIC X VALUE "N".
           88 CHAVE-EXISTE        VALUE "Y".

      * VIGENCIAS (CATEGORIA RESERVADA @VIGENC) - CARREGADAS NA
      * PRIMEIRA CONSULTA E APLICADAS A DATA DE REFERENCIA DE CADA
      * CONSULTA; MESMO DESENHO E MESMA REGRA DO PL0013
       77 CATEG-VIGENC  PIC X(10) VALUE "@VIGENC".
       01 VIG-BASE.
           02 VIG-ENT OCCURS 500.
              03 VIG-ALVO.
                 04 VIG-ALVO-CODTBL PIC X(10).
                 04 VIG-ALVO-ARGBUS PIC X(08).
              03 VIG-SEQ     PIC X(02).
              03 VIG-DATAINI PIC 9(08).
              03 VIG-DATAFIM PIC 9(08).
              03 VIG-VALOR   PIC X(24).
       77 TOTAL-VIG     PIC 9(03) COMP VALUE ZERO.
       77 IND-VIG       PIC 9(03) COMP VALUE ZERO.
       77 DATA-VIGOR    PIC 9(08) VALUE ZERO.
       77 VIG-CARREGADAS PIC X VALUE "N".
           88 VIGENCIAS-CARREGADAS VALUE "Y".

      * CONTAGENS DE UTILIZACAO POR CHAVE DESDE A ULTIMA DESCARGA;
      * DESCARREGADAS EM FECHA, QUANDO A TABELA ENCHE E DE
      * CONSULTAS-DESCARGA EM CONSULTAS-DESCARGA CONSULTAS
       01 USO-BASE.
           02 CUSO-ENT OCCURS 2000.
              03 CUSO-CHAVE.
                 04 CUSO-CODTBL PIC X(10).
                 04 CUSO-ARGBUS PIC X(20).
              03 CUSO-LIDAS     PIC 9(09) COMP.
              03 CUSO-FALHAS    PIC 9(09) COMP.
              03 CUSO-ULT-LIDA  PIC 9(08).
              03 CUSO-ULT-FALHA PIC 9(08).
       77 TOTAL-CUSO    PIC 9(05) COMP VALUE ZERO.
       77 IND-CUSO      PIC 9(05) COMP VALUE ZERO.
       77 IND-CUSO2     PIC 9(05) COMP VALUE ZERO.
       01 CHAVE-PROCURA.
           02 PROC-CODTBL PIC X(10).
           02 PROC-ARGBUS PIC X(20).
       77 CONSULTAS-FEITAS   PIC 9(05) COMP VALUE ZERO.
       77 CONSULTAS-DESCARGA PIC 9(05) COMP VALUE 1000.
       77 DESCARGA-FALHOU PIC X VALUE "N".

       LINKAGE SECTION.
      * PEDIDO E RESPOSTA DA CONSULTA -
      *    CNS-OPERAC  "CONSUL" (OU ESPACOS) CONSULTA UMA CHAVE;
      *                "FECHA" DESCARREGA AS CONTAGENS E ESVAZIA A
      *                CACHE (A CHAMAR NO FIM DO PROGRAMA CHAMADOR)
      *    CNS-DATA    DATA DE REFERENCIA AAAAMMDD (ESPACOS OU ZEROS
      *                = HOJE)
      *    CNS-FUNCIO  VALOR EM VIGOR (ESPACOS SE A CHAVE NAO EXISTE)
      *    CNS-ORIGEM  T = LINHA DA TABELA, V = JANELA @VIGENC
      * RETURN-CODE 0 ENCONTRADA, 4 INEXISTENTE, 12 PEDIDO INVALIDO,
      * 20 ERRO A DESCARREGAR AS CONTAGENS (SO EM FECHA)
       01 PARAM-CONSULTA.
           02 CNS-OPERAC   PIC X(06).
           02 CNS-CODTBL   &LIKE CODTBL
           02 CNS-ARGBUS   &LIKE ARGBUS
           02 CNS-DATA     PIC X(08).
           02 CNS-FUNCIO   &LIKE FUNCIO
           02 CNS-ORIGEM   PIC X(01).

       PROCEDURE DIVISION USING PARAM-CONSULTA.
       INICIO.
      *-------
           MOVE ZERO TO RETURN-CODE
           EVALUATE CNS-OPERAC
              WHEN "FECHA"
                 PERFORM DESCARREGA-USO
                 PERFORM LIMPA-CACHE
              WHEN "CONSUL"
              WHEN SPACES
                 PERFORM CONSULTA
              WHEN OTHER
                 DISPLAY "PL0028 - OPERACAO INVALIDA - " CNS-OPERAC
                 MOVE 12 TO RETURN-CODE
           END-EVALUATE
           .

       FIN-PROGRAMA.
      *-------------
      *    SEM COMMIT - A CONSULTA SO LE E NAO PODE FECHAR A UNIDADE
      *    DE TRABALHO DO PROGRAMA CHAMADOR.
           EXIT PROGRAM.
           STOP RUN.

       CONSULTA.
      *----------
      *    VALIDA O PEDIDO, ACHA A LINHA (CACHE OU LEITURA DIRETA),
      *    APLICA A VIGENCIA DA DATA DE REFERENCIA E CONTA A LEITURA
      *    OU A FALHA.
           MOVE SPACES TO CNS-FUNCIO
           MOVE SPACES TO CNS-ORIGEM
           IF CNS-CODTBL = SPACES
              DISPLAY "PL0028 - CONSULTA SEM CODTBL"
              MOVE 12 TO RETURN-CODE
              GO TO FIN-PROGRAMA
           END-IF

           ACCEPT DATA-HOJE FROM DATE YYYYMMDD
           EVALUATE TRUE
              WHEN CNS-DATA = SPACES
                OR CNS-DATA = "00000000"
                 MOVE DATA-HOJE TO DATA-VIGOR
              WHEN CNS-DATA NUMERIC
                 MOVE CNS-DATA TO DATA-VIGOR
              WHEN OTHER
                 DISPLAY "PL0028 - DATA DE REFERENCIA INVALIDA - "
                         CNS-DATA
                 MOVE 12 TO RETURN-CODE
                 GO TO FIN-PROGRAMA
           END-EVALUATE

           IF NOT VIGENCIAS-CARREGADAS
              PERFORM CARREGA-VIGENCIAS
           END-IF

           PERFORM ACHA-CATEGORIA
           INITIALIZE REG-MSTTBL
           MOVE CNS-CODTBL TO CODTBL OF REG-MSTTBL
           MOVE CNS-ARGBUS TO ARGBUS OF REG-MSTTBL
           IF IND-CCAT = 0
              PERFORM LE-CHAVE-DIRETA
           ELSE
              IF CCAT-DIRETA(IND-CCAT)
                 PERFORM LE-CHAVE-DIRETA
              ELSE
                 PERFORM PROCURA-LINHA
              END-IF
           END-IF

           IF CHAVE-EXISTE
              MOVE "T" TO CNS-ORIGEM
              PERFORM APLICA-VIGENCIA
              MOVE FUNCIO OF REG-MSTTBL TO CNS-FUNCIO
           ELSE
              MOVE 4 TO RETURN-CODE
           END-IF

           PERFORM CONTA-UTILIZACAO
           .

       ACHA-CATEGORIA.
      *----------------
      *    DEIXA EM IND-CCAT A ENTRADA DA CATEGORIA PEDIDA, CARREGANDO
      *    A CATEGORIA NA PRIMEIRA VEZ QUE E PEDIDA; FICA A ZERO
      *    QUANDO JA NAO HA ENTRADAS DE CATEGORIA LIVRES.
           MOVE ZERO TO IND-CCAT
           PERFORM VARYING IND-CCAT2 FROM 1 BY 1
                   UNTIL IND-CCAT2 > TOTAL-CCAT
              IF CCAT-CODTBL(IND-CCAT2) = CNS-CODTBL
                 MOVE IND-CCAT2 TO IND-CCAT
                 EXIT PERFORM
              END-IF
           END-PERFORM

           IF IND-CCAT = 0
              IF TOTAL-CCAT < 200
                 PERFORM CARREGA-CATEGORIA
              ELSE
                 DISPLAY "PL0028 - CATEGORIAS A MAIS NA CACHE - "
                         CNS-CODTBL " LIDA SEM CACHE"
              END-IF
           END-IF
           .

       CARREGA-CATEGORIA.
      *-------------------
      *    LE A CATEGORIA INTEIRA PARA O FIM DE CACHE-LINHAS; SE NAO
      *    COUBER PASSA A SER LIDA CHAVE A CHAVE, SEM CACHE.
           ADD 1 TO TOTAL-CCAT
           MOVE TOTAL-CCAT TO IND-CCAT
           MOVE CNS-CODTBL TO CCAT-CODTBL(IND-CCAT)
           MOVE "C" TO CCAT-MODO(IND-CCAT)
           MOVE TOTAL-CLIN TO CLIN-ANTES
           COMPUTE CCAT-PRIM(IND-CCAT) = TOTAL-CLIN + 1
           MOVE "N" TO CLIN-CHEIA

           INITIALIZE REG-MSTTBL
           MOVE CNS-CODTBL TO CODTBL OF REG-MSTTBL
           &STR MSTTBL,MSTTBL01,NL,[1500],CODTBL,

           PERFORM CARREGA-CAT-LOTE UNTIL IO-NUMREC = 0

           IF CLIN-CHEIA = "Y"
              DISPLAY "PL0028 - CATEGORIA " CNS-CODTBL
                      " NAO CABE NA CACHE - LIDA SEM CACHE"
              MOVE CLIN-ANTES TO TOTAL-CLIN
              MOVE "D" TO CCAT-MODO(IND-CCAT)
           END-IF
           COMPUTE CCAT-TOTAL(IND-CCAT) = TOTAL-CLIN - CLIN-ANTES
           .

       CARREGA-CAT-LOTE.
      *------------------
           PERFORM VARYING PTR-MSTTBL FROM 1 BY 1 UNTIL PTR-MSTTBL >
              IO-NUMREC
              MOVE CORR ARR-REG-MSTTBL(PTR-MSTTBL) TO REG-MSTTBL
              PERFORM GUARDA-LINHA
           END-PERFORM

           IF IO-NUMREC < 1500
              OR CLIN-CHEIA = "Y"
              MOVE ZERO TO IO-NUMREC
           ELSE
              &STR MSTTBL,MSTTBL01,GT,[1500],CODTBL,ARGBUS
           END-IF
           .

       GUARDA-LINHA.
      *--------------
           IF CODTBL OF REG-MSTTBL = CNS-CODTBL
              AND CLIN-CHEIA = "N"
              IF TOTAL-CLIN = 5000
                 MOVE "Y" TO CLIN-CHEIA
              ELSE
                 ADD 1 TO TOTAL-CLIN
                 MOVE TOTAL-CLIN TO IND-CLIN
                 MOVE "N" TO CLIN-POSICAO
                 PERFORM ABRE-POSICAO-LINHA UNTIL CLIN-POSICAO = "Y"
                 MOVE ARGBUS OF REG-MSTTBL TO CLIN-ARGBUS(IND-CLIN)
                 MOVE FUNCIO OF REG-MSTTBL TO CLIN-FUNCIO(IND-CLIN)
              END-IF
           END-IF
           .

       ABRE-POSICAO-LINHA.
      *--------------------
      *    DESLOCA UMA POSICAO PARA A FRENTE AS LINHAS DA CATEGORIA
      *    COM ARGBUS MAIOR QUE A NOVA; PELA ORDEM HABITUAL DO CURSOR
      *    QUASE NUNCA HA NADA A DESLOCAR.
           IF IND-CLIN = CLIN-ANTES + 1
              MOVE "Y" TO CLIN-POSICAO
           ELSE
              IF CLIN-ARGBUS(IND-CLIN - 1) <= ARGBUS OF REG-MSTTBL
                 MOVE "Y" TO CLIN-POSICAO
              ELSE
                 MOVE CLIN-ENT(IND-CLIN - 1) TO CLIN-ENT(IND-CLIN)
                 SUBTRACT 1 FROM IND-CLIN
              END-IF
           END-IF
           .

       PROCURA-LINHA.
      *---------------
      *    PROCURA BINARIA DO ARGBUS NAS LINHAS DA CATEGORIA (GUARDADAS
      *    POR ORDEM DE ARGBUS PELO GUARDA-LINHA); ACHADA, O FUNCIO
      *    FICA EM REG-MSTTBL.
           MOVE "N" TO CHAVE-ACHADA
           MOVE CCAT-PRIM(IND-CCAT) TO LIM-INF
           COMPUTE LIM-SUP = CCAT-PRIM(IND-CCAT)
                           + CCAT-TOTAL(IND-CCAT) - 1
           PERFORM DIVIDE-INTERVALO
                   UNTIL CHAVE-EXISTE
                      OR LIM-INF > LIM-SUP
           .

       DIVIDE-INTERVALO.
      *------------------
           COMPUTE LIM-MEIO = LIM-INF + LIM-SUP
           DIVIDE 2 INTO LIM-MEIO
           EVALUATE TRUE
              WHEN CLIN-ARGBUS(LIM-MEIO) = CNS-ARGBUS
                 MOVE "Y" TO CHAVE-ACHADA
                 MOVE CLIN-FUNCIO(LIM-MEIO) TO FUNCIO OF REG-MSTTBL
              WHEN CLIN-ARGBUS(LIM-MEIO) < CNS-ARGBUS
                 COMPUTE LIM-INF = LIM-MEIO + 1
              WHEN LIM-MEIO = LIM-INF
                 COMPUTE LIM-INF = LIM-SUP + 1
              WHEN OTHER
                 COMPUTE LIM-SUP = LIM-MEIO - 1
           END-EVALUATE
           .

       LE-CHAVE-DIRETA.
      *-----------------
      *    CATEGORIA SEM CACHE: LEITURA DA CHAVE EXATA, COMO O
      *    LE-IMAGEM-ANT DO PL0010.
           MOVE "N" TO CHAVE-ACHADA
           &STR MSTTBL,MSTTBL01,NL,[1],CODTBL,ARGBUS
           IF IO-NUMREC > 0
              IF CODTBL OF ARR-REG-MSTTBL(1) = CNS-CODTBL
                 AND ARGBUS OF ARR-REG-MSTTBL(1) = CNS-ARGBUS
                 MOVE "Y" TO CHAVE-ACHADA
                 MOVE CORR ARR-REG-MSTTBL(1) TO REG-MSTTBL
              END-IF
           END-IF
           .

       LIMPA-CACHE.
      *-------------
      *    A CONSULTA SEGUINTE VOLTA A LER AS CATEGORIAS E AS
      *    VIGENCIAS DA TABELA.
           MOVE ZERO TO TOTAL-CCAT
           MOVE ZERO TO TOTAL-CLIN
           MOVE ZERO TO TOTAL-VIG
           MOVE "N" TO VIG-CARREGADAS
           .

       CARREGA-VIGENCIAS.
      *-------------------
      *    CARREGA PARA MEMORIA AS JANELAS DE VIGENCIA (@VIGENC);
      *    LINHAS MAL FORMADAS SAO IGNORADAS - A VALIDACAO JA AS BARRA
      *    A ENTRADA, ISTO SO PROTEGE DE HERANCAS ANTIGAS.
           MOVE ZERO TO TOTAL-VIG
           MOVE "Y" TO VIG-CARREGADAS

           INITIALIZE REG-MSTTBL
           MOVE CATEG-VIGENC TO CODTBL OF REG-MSTTBL
           &STR MSTTBL,MSTTBL01,NL,[1500],CODTBL,

           PERFORM CARREGA-VIG-LOTE UNTIL IO-NUMREC = 0
           .

       CARREGA-VIG-LOTE.
      *------------------
           PERFORM VARYING PTR-MSTTBL FROM 1 BY 1 UNTIL PTR-MSTTBL >
              IO-NUMREC
              MOVE CORR ARR-REG-MSTTBL(PTR-MSTTBL) TO REG-MSTTBL
              PERFORM GUARDA-VIGENCIA
           END-PERFORM

           IF IO-NUMREC < 1500
              MOVE ZERO TO IO-NUMREC
           ELSE
              &STR MSTTBL,MSTTBL01,GT,[1500],CODTBL,ARGBUS
           END-IF
           .

       GUARDA-VIGENCIA.
      *-----------------
           EVALUATE TRUE
              WHEN ARGBUS OF REG-MSTTBL(19:2) NOT NUMERIC
                OR FUNCIO OF REG-MSTTBL(1:8) NOT NUMERIC
                 CONTINUE
              WHEN TOTAL-VIG = 500
                 DISPLAY "PL0028 - VIGENCIAS A MAIS - SO AS PRIMEIRAS "
                         "500 SAO HONRADAS"
              WHEN OTHER
                 ADD 1 TO TOTAL-VIG
                 MOVE ARGBUS OF REG-MSTTBL(1:10)
                      TO VIG-ALVO-CODTBL(TOTAL-VIG)
                 MOVE ARGBUS OF REG-MSTTBL(11:8)
                      TO VIG-ALVO-ARGBUS(TOTAL-VIG)
                 MOVE ARGBUS OF REG-MSTTBL(19:2) TO VIG-SEQ(TOTAL-VIG)
                 MOVE FUNCIO OF REG-MSTTBL(1:8)
                      TO VIG-DATAINI(TOTAL-VIG)
                 MOVE 99999999 TO VIG-DATAFIM(TOTAL-VIG)
                 IF FUNCIO OF REG-MSTTBL(9:8) NUMERIC
                    AND FUNCIO OF REG-MSTTBL(9:8) NOT = "00000000"
                    MOVE FUNCIO OF REG-MSTTBL(9:8)
                         TO VIG-DATAFIM(TOTAL-VIG)
                 END-IF
                 MOVE FUNCIO OF REG-MSTTBL(17:24)
                      TO VIG-VALOR(TOTAL-VIG)
           END-EVALUATE
           .

       APLICA-VIGENCIA.
      *-----------------
      *    SUBSTITUI O FUNCIO DE REG-MSTTBL PELO VALOR DA JANELA
      *    @VIGENC ATIVA NA DATA DE REFERENCIA, SE EXISTIR; SO AS
      *    CHAVES COM ARGBUS ATE 8 CARACTERES PODEM TER VIGENCIA.
           IF TOTAL-VIG > 0
              AND CODTBL OF REG-MSTTBL NOT = CATEG-VIGENC
              AND ARGBUS OF REG-MSTTBL(9:12) = SPACES
              PERFORM VARYING IND-VIG FROM 1 BY 1
                      UNTIL IND-VIG > TOTAL-VIG
                 IF VIG-ALVO-CODTBL(IND-VIG) = CODTBL OF REG-MSTTBL
                    AND VIG-ALVO-ARGBUS(IND-VIG) =
                        ARGBUS OF REG-MSTTBL(1:8)
                    AND DATA-VIGOR >= VIG-DATAINI(IND-VIG)
                    AND DATA-VIGOR <= VIG-DATAFIM(IND-VIG)
                    MOVE SPACES TO FUNCIO OF REG-MSTTBL
                    MOVE VIG-VALOR(IND-VIG)
                         TO FUNCIO OF REG-MSTTBL(1:24)
                    MOVE "V" TO CNS-ORIGEM
                    EXIT PERFORM
                 END-IF
              END-PERFORM
           END-IF
           .

       CONTA-UTILIZACAO.
      *------------------
      *    SOMA A LEITURA OU A FALHA A CHAVE PEDIDA. UMA CHAVE NOVA
      *    COM A TABELA DE CONTAGENS CHEIA FORCA UMA DESCARGA.
           MOVE CNS-CODTBL TO PROC-CODTBL
           MOVE CNS-ARGBUS TO PROC-ARGBUS
           PERFORM PROCURA-CONTAGEM

           IF IND-CUSO = 0
              IF TOTAL-CUSO = 2000
                 PERFORM DESCARREGA-USO
              END-IF
              IF TOTAL-CUSO < 2000
                 ADD 1 TO TOTAL-CUSO
                 MOVE TOTAL-CUSO TO IND-CUSO
                 MOVE CHAVE-PROCURA TO CUSO-CHAVE(IND-CUSO)
                 MOVE ZERO TO CUSO-LIDAS(IND-CUSO)
                 MOVE ZERO TO CUSO-FALHAS(IND-CUSO)
                 MOVE ZERO TO CUSO-ULT-LIDA(IND-CUSO)
                 MOVE ZERO TO CUSO-ULT-FALHA(IND-CUSO)
              END-IF
           END-IF

           IF IND-CUSO > 0
              IF CHAVE-EXISTE
                 ADD 1 TO CUSO-LIDAS(IND-CUSO)
                 MOVE DATA-HOJE TO CUSO-ULT-LIDA(IND-CUSO)
              ELSE
                 ADD 1 TO CUSO-FALHAS(IND-CUSO)
                 MOVE DATA-HOJE TO CUSO-ULT-FALHA(IND-CUSO)
              END-IF
           END-IF

           ADD 1 TO CONSULTAS-FEITAS
           IF CONSULTAS-FEITAS NOT < CONSULTAS-DESCARGA
              PERFORM DESCARREGA-USO
           END-IF
           .

       PROCURA-CONTAGEM.
      *------------------
           MOVE ZERO TO IND-CUSO
           PERFORM VARYING IND-CUSO2 FROM 1 BY 1
                   UNTIL IND-CUSO2 > TOTAL-CUSO
              IF CUSO-CHAVE(IND-CUSO2) = CHAVE-PROCURA
                 MOVE IND-CUSO2 TO IND-CUSO
                 EXIT PERFORM
              END-IF
           END-PERFORM
           .

       DESCARREGA-USO.
      *----------------
      *    ACRESCENTA AS CONTAGENS ACUMULADAS AO FICHEIRO DE
      *    UTILIZACAO E RECOMECA-AS. SE O FICHEIRO NAO ABRIR AS
      *    CONTAGENS FICAM EM MEMORIA PARA A DESCARGA SEGUINTE (AVISO
      *    UMA SO VEZ); A CONSULTA NUNCA FALHA POR CAUSA DELE.
           MOVE ZERO TO CONSULTAS-FEITAS
           IF TOTAL-CUSO > 0
              OPEN EXTEND USOTBL
              IF RESERVADA-USO NOT = "00"
                 OPEN OUTPUT USOTBL
              END-IF
              IF RESERVADA-USO = "00"
                 ACCEPT DATA-HOJE FROM DATE YYYYMMDD
                 ACCEPT HORA-HOJE FROM TIME
                 PERFORM VARYING IND-CUSO FROM 1 BY 1
                         UNTIL IND-CUSO > TOTAL-CUSO
                    PERFORM ESCREVE-CONTAGEM
                 END-PERFORM
                 CLOSE USOTBL
                 MOVE ZERO TO TOTAL-CUSO
                 MOVE "N" TO DESCARGA-FALHOU
              ELSE
                 IF DESCARGA-FALHOU = "N"
                    DISPLAY "PL0028 - ERRO NA OPEN DE USOTBL - "
                            "FICHEIRO " USOTBL-PATH
                    DISPLAY "PL0028 - FILE STATUS = " RESERVADA-USO
                    MOVE "Y" TO DESCARGA-FALHOU
                 END-IF
                 IF CNS-OPERAC = "FECHA"
                    MOVE 20 TO RETURN-CODE
                 END-IF
              END-IF
           END-IF
           .

       ESCREVE-CONTAGEM.
      *------------------
           MOVE SPACES TO REG-USOTBL
           MOVE DATA-HOJE  TO USO-DATA
           MOVE HORA-HOJE  TO USO-HORA
           MOVE CUSO-CODTBL(IND-CUSO)    TO USO-CODTBL
           MOVE CUSO-ARGBUS(IND-CUSO)    TO USO-ARGBUS
           MOVE CUSO-LIDAS(IND-CUSO)     TO USO-LIDAS
           MOVE CUSO-FALHAS(IND-CUSO)    TO USO-FALHAS
           MOVE CUSO-ULT-LIDA(IND-CUSO)  TO USO-ULT-LIDA
           MOVE CUSO-ULT-FALHA(IND-CUSO) TO USO-ULT-FALHA
           WRITE REG-USOTBL
           .
