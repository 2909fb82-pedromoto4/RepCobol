      *----------------------------------------------------------------
      *| Realizado por..:                          Fecha:
      *| Aplicacion.....:
      *| Sistema........:
      *| Area...........:
      *| Descripcion....:  Desfazer uma corrida inteira a partir do
      *|                    jornal de alteracoes (C:\PL0010.JRN): le
      *|                    as entradas com a identificacao de corrida
      *|                    pedida e reverte-as da mais recente para a
      *|                    mais antiga - repoe a imagem anterior das
      *|                    alteracoes e remocoes e apaga as linhas que
      *|                    a corrida inseriu. Uma chave alterada de
      *|                    novo depois da corrida nao e tocada e fica
      *|                    no relatorio. Modo PREVIA so lista o que
      *|                    seria feito
      *| Funcion........:
      *|
      *----------------------------------------------------------------
      *| Mantenimientos efectuados
      *| --FECHA-- --RESPONSABLE--  --------DESCRIPCION DE AJUSTE------
      *| 15/10/26  PM               Versao inicial - desfazer corrida
      *|                             pelo jornal
      *| 15/10/26  PM               Cadeia de verificacao em cada
      *|                             entrada do jornal, guardada com
      *|                             a sequencia em C:\PL0010.JSQ
      *| 15/10/26  PM               Janelas de congelamento @CONGEL
      *|                             - chaves da CODTBL congelada
      *|                             barradas (RC 34)
      *| 15/10/26  PM               Ligacoes @REFERE verificadas
      *|                             antes de cada reversao - chave
      *|                             barrada (F) e RC 4 na recusa
      *| 15/10/26  PM               Janelas @VIGENC: direito, congela-
      *|                             mento e @REFERE sobre a CODTBL alvo
      *| 15/10/26  PM               Recusa @ACESSO no log tambem
      *|                             quando vem da resposta guardada
      *| xx/xx/xx
      *----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PL0025.
       ENVIRONMENT DIVISION.

       FILE-CONTROL.

       SELECT JRNAUD
                ASSIGN          TO JRNAUD-PATH
                ORGANIZATION    IS LINE SEQUENTIAL
                FILE STATUS     IS RESERVADA-JRN
                ACCESS          IS SEQUENTIAL.

       SELECT JRNSEQ
                ASSIGN          TO JRNSEQ-PATH
                ORGANIZATION    IS LINE SEQUENTIAL
                FILE STATUS     IS RESERVADA-JSQ
                ACCESS          IS SEQUENTIAL.

       SELECT ARCTBL
                ASSIGN          TO ARCTBL-PATH
                ORGANIZATION    IS LINE SEQUENTIAL
                FILE STATUS     IS RESERVADA-ARC
                ACCESS          IS SEQUENTIAL.

       SELECT LOGAUD
                ASSIGN          TO LOGAUD-PATH
                ORGANIZATION    IS LINE SEQUENTIAL
                FILE STATUS     IS RESERVADA-LOG
                ACCESS          IS SEQUENTIAL.

       SELECT LCKTBL
                ASSIGN          TO LCKTBL-PATH
                ORGANIZATION    IS LINE SEQUENTIAL
                FILE STATUS     IS RESERVADA-LCK
                ACCESS          IS SEQUENTIAL.

       SELECT RELATO
                ASSIGN          TO RELATO-PATH
                ORGANIZATION    IS LINE SEQUENTIAL
                FILE STATUS     IS RESERVADA-REL
                ACCESS          IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD JRNAUD.

       01 REG-JRNAUD.
           02 JRN-DATA    PIC 9(08).
           02 FILLER      PIC X(01).
           02 JRN-HORA    PIC 9(08).
           02 FILLER      PIC X(01).
           02 JRN-PROGRM  PIC X(06).
           02 FILLER      PIC X(01).
           02 JRN-OPERAC  PIC X(06).
           02 FILLER      PIC X(01).
           02 JRN-UTILIZ  PIC X(08).
           02 FILLER      PIC X(01).
           02 JRN-ANT.
               03 JRN-ANT-CODTBL &LIKE CODTBL
               03 JRN-ANT-ARGBUS &LIKE ARGBUS
               03 JRN-ANT-FUNCIO &LIKE FUNCIO
           02 FILLER      PIC X(01).
           02 JRN-NOV.
               03 JRN-NOV-CODTBL &LIKE CODTBL
               03 JRN-NOV-ARGBUS &LIKE ARGBUS
               03 JRN-NOV-FUNCIO &LIKE FUNCIO
           02 FILLER      PIC X(01).
           02 JRN-SEQ     PIC 9(09).
           02 FILLER      PIC X(01).
           02 JRN-CORRIDA PIC X(22).
           02 FILLER      PIC X(01).
           02 JRN-CADEIA  PIC X(12).

       FD JRNSEQ.

      * ULTIMO NUMERO DE SEQUENCIA ATRIBUIDO NO JORNAL E VALOR DE
      * CADEIA DA ENTRADA QUE O LEVOU - UMA SO LINHA, PARTILHADA POR
      * TODOS OS PROGRAMAS QUE JORNALIZAM
       01 REG-JRNSEQ.
           02 JSQ-SEQ     PIC 9(09).
           02 FILLER      PIC X(01).
           02 JSQ-CADEIA  PIC X(12).

       FD ARCTBL.

       01 REG-ARCTBL.
           02 ARC-DATA    PIC 9(08).
           02 FILLER      PIC X(01).
           02 ARC-HORA    PIC 9(08).
           02 FILLER      PIC X(01).
           02 ARC-PROGRM  PIC X(06).
           02 FILLER      PIC X(01).
           02 ARC-UTILIZ  PIC X(08).
           02 FILLER      PIC X(01).
           02 ARC-CODTBL  &LIKE CODTBL
           02 ARC-ARGBUS  &LIKE ARGBUS
           02 ARC-FUNCIO  &LIKE FUNCIO

       FD LOGAUD.

       01 REG-LOGAUD PIC X(160).

       FD LCKTBL.

      * UM BLOQUEIO POR LINHA - MESMO DESENHO DO PL0010
       01 REG-LCKTBL.
           02 LCK-CODTBL  PIC X(10).
           02 FILLER      PIC X(01).
           02 LCK-PROGRM  PIC X(06).
           02 FILLER      PIC X(01).
           02 LCK-UTILIZ  PIC X(08).
           02 FILLER      PIC X(01).
           02 LCK-DATA    PIC 9(08).
           02 FILLER      PIC X(01).
           02 LCK-HORA    PIC 9(08).

       FD RELATO.

       01 REG-RELATO PIC X(200).

       WORKING-STORAGE SECTION.

      * Registo com nomes dos campos pretendidos no ecran - alterar
       01 FROW-WK.
           &CAMPOS MSTTBL

      * JORNAL DE ALTERACOES DE MSTTBL - O MESMO FICHEIRO PARTILHADO
      * QUE OS RESTANTES PROGRAMAS DE MANUTENCAO; E LIDO PARA ACHAR A
      * CORRIDA E ACRESCIDO COM AS REVERSOES
      * SEQUENCIA DO JORNAL - CADA ENTRADA NOVA LEVA O NUMERO
      * SEGUINTE AO GUARDADO EM C:\PL0010.JSQ; E ELA QUE PERMITE AO
      * DELTA POSICIONAR-SE SEM RELER A HISTORIA INTEIRA E A
      * COMPACTACAO (PL0015 JROTAT) CORTAR PERIODOS FECHADOS
       77 JRNSEQ-PATH   PIC X(256) VALUE "C:\PL0010.JSQ".
       77 RESERVADA-JSQ PIC XX VALUE "00".
       77 JRN-SEQ-WK    PIC 9(09) VALUE ZERO.
      * CADEIA DE VERIFICACAO DO JORNAL - CADA ENTRADA LEVA UM VALOR
      * CALCULADO SOBRE O VALOR DA ENTRADA ANTERIOR E O SEU PROPRIO
      * CONTEUDO; O VALOR DA ULTIMA ENTRADA FICA GUARDADO COM A
      * SEQUENCIA EM C:\PL0010.JSQ (MESMO CALCULO EM TODOS OS
      * PROGRAMAS QUE JORNALIZAM E NO VERIFICADOR PL0027)
       77 CADEIA-ANT    PIC 9(12) VALUE ZERO.
       77 CADEIA-VAL    PIC 9(15) COMP VALUE ZERO.
       77 CADEIA-QUOC   PIC 9(15) COMP VALUE ZERO.
       77 CADEIA-MODULO PIC 9(12) VALUE 999999999989.
       77 CADEIA-POS    PIC 9(03) COMP VALUE ZERO.
       77 CADEIA-ED     PIC 9(12) VALUE ZERO.
       77 CADEIA-TXT    PIC X(215) VALUE SPACES.
       01 CADEIA-PAR.
           02 FILLER      PIC X VALUE LOW-VALUE.
           02 CADEIA-CHAR PIC X.
       01 CADEIA-NUM REDEFINES CADEIA-PAR PIC 9(04) COMP.

       77 JRNAUD-PATH   PIC X(256) VALUE "C:\PL0010.JRN".
       77 RESERVADA-JRN PIC XX VALUE "00".
       77 JORNAL-FIM    PIC X VALUE "N".
           88 FIM-JORNAL          VALUE "Y".
       77 UTILIZADOR    PIC X(08) VALUE SPACES.
       77 JRN-OPERAC-WK PIC X(06) VALUE SPACES.
      * IDENTIFICACAO DA CORRIDA QUE ESCREVE NO JORNAL - PROGRAMA E
      * INSTANTE DE ARRANQUE (PROGRAMA+AAAAMMDD+HHMMSSCC); E POR ELA
      * QUE O PL0025 DESFAZ UMA CORRIDA INTEIRA
       77 CORRIDA-ID    PIC X(22) VALUE SPACES.
       77 DATA-JRN      PIC 9(08) VALUE ZERO.
       77 HORA-JRN      PIC 9(08) VALUE ZERO.

      * ARQUIVO DAS LINHAS REMOVIDAS - O MESMO FICHEIRO PARTILHADO
      * QUE O PL0010 E O PL0011 ESCREVEM NO DELETE/PURGE; UMA LINHA
      * QUE A REVERSAO APAGA FICA LA COMO OUTRA REMOCAO QUALQUER
       77 ARCTBL-PATH   PIC X(256) VALUE "C:\PL0010.ARC".
       77 RESERVADA-ARC PIC XX VALUE "00".

      * LOG/AUDITORIA - O MESMO LOG UNICO PARTILHADO DO PL0010
       77 LOGAUD-PATH   PIC X(256) VALUE "C:\PL0010.LOG".
       77 RESERVADA-LOG PIC XX VALUE "00".
       77 DATA-LOG      PIC 9(08) VALUE ZERO.
       77 HORA-LOG      PIC 9(08) VALUE ZERO.
       77 RETCODE-LOG-ED PIC Z(03)9.

      * BLOQUEIO DE CATEGORIA - MESMO FICHEIRO PARTILHADO DO PL0010;
      * UMA CORRIDA PODE TER TOCADO QUALQUER CODTBL, PELO QUE A
      * REVERSAO BLOQUEIA A TABELA INTEIRA (@TODAS)
       77 LCKTBL-PATH   PIC X(256) VALUE "C:\PL0010.LCK".
       77 RESERVADA-LCK PIC XX VALUE "00".
       77 CATEG-TODAS   PIC X(10) VALUE "@TODAS".
       01 LCK-BASE.
           02 LCK-ENT OCCURS 200 PIC X(60).
       77 TOTAL-LCK     PIC 9(03) COMP VALUE ZERO.
       77 IND-LCK       PIC 9(03) COMP VALUE ZERO.
       77 LCKTBL-FIM    PIC X VALUE "N".
           88 FIM-LCKTBL          VALUE "Y".
       77 CODTBL-BLOQ   PIC X(10) VALUE SPACES.
       77 BLOQUEIO-MEU  PIC X(10) VALUE SPACES.
       77 BLOQUEIO-OK   PIC X VALUE "N".
           88 BLOQUEIO-TOMADO     VALUE "Y".
       77 LCK-OPERAC    PIC X(06) VALUE SPACES.

       77 RELATO-PATH   PIC X(256) VALUE SPACES.
       77 RESERVADA-REL PIC XX VALUE "00".
       77 RELATO-ABERTO PIC X VALUE "N".
           88 RELATO-ESTA-ABERTO  VALUE "Y".

      * PEDIDO: OPERACAO = PREVIA (SO LISTA) OU DESFAZ (REVERTE);
      * TEXTO POS 1-22 = IDENTIFICACAO DA CORRIDA A DESFAZER
       77 CORRIDA-PEDIDA PIC X(22) VALUE SPACES.
       77 MODO-PEDIDO   PIC X VALUE SPACES.
           88 MODO-PREVIA         VALUE "P".
           88 MODO-DESFAZ         VALUE "D".

      * ENTRADAS DA CORRIDA, PELA ORDEM DO JORNAL (A REVERSAO
      * PERCORRE-AS DE TRAS PARA A FRENTE)
       01 ENT-BASE.
           02 ENT-ITEM OCCURS 5000.
              03 ENT-SEQ        PIC 9(09).
              03 ENT-OPERAC     PIC X(06).
              03 ENT-ANT-CODTBL PIC X(10).
              03 ENT-ANT-ARGBUS PIC X(20).
              03 ENT-ANT-FUNCIO PIC X(40).
              03 ENT-NOV-CODTBL PIC X(10).
              03 ENT-NOV-ARGBUS PIC X(20).
              03 ENT-NOV-FUNCIO PIC X(40).
              03 ENT-CHAVE      PIC 9(05) COMP.
       77 TOTAL-ENT     PIC 9(05) COMP VALUE ZERO.
       77 IND-ENT       PIC 9(05) COMP VALUE ZERO.

      * CHAVES CODTBL/ARGBUS TOCADAS PELA CORRIDA -
      *    CHV-ULTIMA   ENTRADA MAIS RECENTE DA CORRIDA PARA A CHAVE
      *    CHV-ESTADO   ESPACO = A REVERTER
      *                 D = ALTERADA POR OUTRA CORRIDA DEPOIS (OU NO
      *                     MEIO) DESTA - NAO SE PISA O TRABALHO ALHEIO
      *                 M = MSTTBL JA NAO ESTA COMO A CORRIDA A DEIXOU
      *                 R = SEM AUTORIZACAO @ACESSO
      *                 C = CODTBL CONGELADA (@CONGEL)
      *                 F = RECUSADA PELA LIGACAO @REFERE (MAE
      *                     AINDA REFERIDA OU FILHA SEM MAE)
       01 CHV-BASE.
           02 CHV-ITEM OCCURS 5000.
              03 CHV-CODTBL PIC X(10).
              03 CHV-ARGBUS PIC X(20).
              03 CHV-ULTIMA PIC 9(05) COMP.
              03 CHV-ESTADO PIC X(01).
              03 CHV-MOTIVO PIC X(40).
       77 TOTAL-CHV     PIC 9(05) COMP VALUE ZERO.
       77 IND-CHV       PIC 9(05) COMP VALUE ZERO.
       77 CHV-ACHADA    PIC 9(05) COMP VALUE ZERO.
       77 CODTBL-CHV    PIC X(10) VALUE SPACES.
       77 ARGBUS-CHV    PIC X(20) VALUE SPACES.

      * REVERSAO DE UMA ENTRADA: ELIMINA (A CORRIDA INSERIU A LINHA),
      * INSERE (A CORRIDA REMOVEU-A) OU REPOE (A CORRIDA ALTEROU-A)
       77 ACCAO-DESF    PIC X(07) VALUE SPACES.
       77 FUNCIO-DEPOIS PIC X(40) VALUE SPACES.
       77 ESTADO-LINHA  PIC X(40) VALUE SPACES.
       77 RESERVADA-MNT PIC XX VALUE "00".

      * IMAGEM ATUAL DA LINHA EM REVERSAO (ESPACOS QUANDO NAO EXISTE)
       01 ANT-MSTTBL.
           &CAMPOS MSTTBL

      * AUTORIZACAO POR OPERADOR (CATEGORIA RESERVADA @ACESSO, MESMO
      * DESENHO DO PL0010) - A REVERSAO E MANUTENCAO COMO OUTRA
      * QUALQUER E EXIGE O DIREITO DA OPERACAO QUE VAI FAZER
       77 CATEG-ACESSO  PIC X(10) VALUE "@ACESSO".
       77 ACE-CHAVE     PIC X(20) VALUE SPACES.
       77 ACE-LINHA     PIC X VALUE "N".
       77 ACE-DIREITOS  PIC X(40) VALUE SPACES.
       77 ACE-CODTBL    PIC X(10) VALUE SPACES.
       77 ACE-DIREITO   PIC 9(01) VALUE ZERO.
       77 ACE-OPERAC    PIC X(06) VALUE SPACES.
       77 ACESSO-OK     PIC X VALUE "Y".
           88 ACESSO-PERMITIDO    VALUE "Y".
       01 GRD-ACE-MSTTBL.
           &CAMPOS MSTTBL

      * JANELAS DE CONGELAMENTO (CATEGORIA RESERVADA @CONGEL, MANTIDA
      * COM AS MESMAS FERRAMENTAS QUE @REGRAS E @ACESSO): UMA LINHA
      * POR JANELA -
      *    ARGBUS POS 1-10   CODTBL CONGELADA (@TODAS = TABELA TODA)
      *           POS 11-12  SEQUENCIA 01-99
      *    FUNCIO POS 1-12   INICIO (AAAAMMDDHHMM)
      *           POS 13-24  FIM (AAAAMMDDHHMM) - O MINUTO DO FIM JA
      *                      ESTA FORA DA JANELA
      *           POS 25-40  MOTIVO
      * DENTRO DE UMA JANELA A CODTBL NAO E TOCADA E A RECUSA DIZ QUAL
      * O CONGELAMENTO QUE A BARROU. AS LINHAS DA PROPRIA @CONGEL
      * NUNCA ESTAO CONGELADAS (UMA JANELA PODE SEMPRE SER CORRIGIDA
      * OU FECHADA). A UNICA PASSAGEM E UM PEDIDO DE EMERGENCIA
      * CAPTADO NO PL0011 E APROVADO NO PL0020 POR UM SEGUNDO OPERADOR
       77 CATEG-CONGEL  PIC X(10) VALUE "@CONGEL".
       77 CONG-CODTBL   PIC X(10) VALUE SPACES.
       77 CONG-DATA     PIC 9(08) VALUE ZERO.
       77 CONG-HORA     PIC 9(08) VALUE ZERO.
       01 CONG-AGORA.
           02 CONG-AGORA-DATA PIC 9(08).
           02 CONG-AGORA-HORA PIC 9(04).
       77 CONG-CHAVE    PIC X(13) VALUE SPACES.
       77 CONG-JANELA   PIC X(60) VALUE SPACES.
       77 CATEG-CONGELADA PIC X VALUE "N".
           88 CODTBL-ESTA-CONGELADA VALUE "Y".
       01 GRD-CONG-MSTTBL.
           &CAMPOS MSTTBL

      * LIGACOES ENTRE CATEGORIAS (CATEGORIA RESERVADA @REFERE, MESMO
      * DESENHO DO PL0010) - A REVERSAO NAO PODE DEIXAR ORFAOS: NAO
      * SE APAGA UMA LINHA MAE QUE OUTRA CORRIDA ENTRETANTO PASSOU A
      * REFERIR, NEM SE REPOE UMA FILHA CUJA MAE JA NAO EXISTE
      * JANELAS DE VIGENCIA (@VIGENC, MESMO DESENHO DO PL0010): O
      * ARGBUS POS 1-10 E A CODTBL ALVO, O FUNCIO POS 17-40 O VALOR
      * EFETIVO NA JANELA
       77 CATEG-VIGENC  PIC X(10) VALUE "@VIGENC".
       77 CATEG-REFERE  PIC X(10) VALUE "@REFERE".
       77 HA-REFERE     PIC X VALUE "N".
       77 REF-MAE       PIC X(10) VALUE SPACES.
       77 REF-VAZIO     PIC X VALUE "N".
       77 REF-CHAVE     PIC X(20) VALUE SPACES.
       77 HA-CHAVE-MAE  PIC X VALUE "N".
       77 MOTIVO-REF    PIC X(40) VALUE SPACES.
       77 MOTIVO-VAL    PIC X(40) VALUE SPACES.
       01 REF-BASE.
           02 REF-FILHA OCCURS 100 PIC X(10).
       77 TOTAL-FILHAS  PIC 9(03) COMP VALUE ZERO.
       77 IND-FILHA     PIC 9(03) COMP VALUE ZERO.
       77 VIG-DA-FILHA  PIC X VALUE "N".
       77 VIG-REFERE    PIC X VALUE "N".
       01 GRD-REF-MSTTBL.
           &CAMPOS MSTTBL
      * IMAGEM GUARDADA DE UMA JANELA @VIGENC ENQUANTO O SEU VALOR E
      * VALIDADO COMO FUNCIO DA LINHA ALVO
       01 VIG-REF-MSTTBL.
           &CAMPOS MSTTBL
      * ULTIMA CODTBL/DIREITO VERIFICADA - UMA CORRIDA TRAZ MUITAS
      * ENTRADAS SEGUIDAS DA MESMA CODTBL
       77 ACE-ULTIMO    PIC X(11) VALUE SPACES.
       77 ACE-PEDIDO-WK PIC X(11) VALUE SPACES.
       77 ACE-ULT-OK    PIC X VALUE "Y".

      * TOTAIS (PARA O RELATORIO E PARA O LOG)
       77 TOTAL-DESFEITAS PIC 9(09) COMP VALUE ZERO.
       77 TOTAL-BARRADAS  PIC 9(09) COMP VALUE ZERO.
       77 ENTRADAS-ED     PIC Z(08)9.
       77 DESFEITAS-ED    PIC Z(08)9.
       77 BARRADAS-ED     PIC Z(08)9.
       77 SEQ-ED          PIC Z(08)9.

       LINKAGE SECTION.
       01 PARAM-WRITE.
           02 OPERACAO     PIC X(6).
           02 FICHEIRO     PIC X(20).
           02 TEXTO        PIC X(160).

       PROCEDURE DIVISION USING PARAM-WRITE.
       INICIO.
      *-------
           MOVE ZERO TO RETURN-CODE
           MOVE ZERO TO TOTAL-DESFEITAS
           MOVE ZERO TO TOTAL-BARRADAS
           PERFORM IDENTIFICA-CORRIDA
           PERFORM INICIALIZACIONES
           PERFORM RECOLHE-CORRIDA
           PERFORM ESCREVE-CABECALHO
           PERFORM VARYING IND-ENT FROM TOTAL-ENT BY -1
                   UNTIL IND-ENT < 1
              PERFORM DESFAZ-ENTRADA
           END-PERFORM
           PERFORM ESCREVE-TOTAIS
           .

       FIN-PROGRAMA.
      *-------------
           PERFORM LARGA-BLOQUEIO
           IF MODO-DESFAZ
              PERFORM GRAVA-LOG
           END-IF

           IF RELATO-ESTA-ABERTO
              CLOSE RELATO
           END-IF

           &COMIT WORK
           EXIT PROGRAM.
           STOP RUN.

       INICIALIZACIONES.
      *-----------------
      *    FICHEIRO E O RELATORIO; TEXTO POS 1-22 TRAZ A CORRIDA A
      *    DESFAZER (A IDENTIFICACAO QUE O JORNAL, O LOG E O RESUMO
      *    DO PL0014 MOSTRAM).
           MOVE SPACES TO MODO-PEDIDO
           EVALUATE OPERACAO OF PARAM-WRITE
              WHEN "PREVIA"
                 MOVE "P" TO MODO-PEDIDO
              WHEN "DESFAZ"
                 MOVE "D" TO MODO-PEDIDO
              WHEN OTHER
                 DISPLAY "PL0025 - OPERACAO DESCONHECIDA - "
                         OPERACAO OF PARAM-WRITE
                 DISPLAY "PL0025 - USAR PREVIA OU DESFAZ"
                 MOVE 12 TO RETURN-CODE
                 GO TO FIN-PROGRAMA
           END-EVALUATE

           MOVE TEXTO OF PARAM-WRITE(1:22) TO CORRIDA-PEDIDA
           IF CORRIDA-PEDIDA = SPACES
              DISPLAY "PL0025 - CORRIDA A DESFAZER NAO INDICADA"
              MOVE 12 TO RETURN-CODE
              GO TO FIN-PROGRAMA
           END-IF

           MOVE "N" TO RELATO-ABERTO
           MOVE SPACES TO RELATO-PATH
           MOVE FICHEIRO OF PARAM-WRITE TO RELATO-PATH
           OPEN OUTPUT RELATO
           IF RESERVADA-REL NOT = "00"
              DISPLAY "PL0025 - ERRO NA OPEN DE RELATO - FICHEIRO "
                      RELATO-PATH
              DISPLAY "PL0025 - FILE STATUS = " RESERVADA-REL
              MOVE 16 TO RETURN-CODE
              GO TO FIN-PROGRAMA
           END-IF
           MOVE "Y" TO RELATO-ABERTO
           .

       RECOLHE-CORRIDA.
      *-----------------
      *    PERCORRE O JORNAL VIVO DE PONTA A PONTA: GUARDA AS ENTRADAS
      *    DA CORRIDA PEDIDA E MARCA AS CHAVES QUE OUTRA CORRIDA TOCOU
      *    DEPOIS DE ESTA AS TER TOCADO (O JORNAL E CRONOLOGICO).
           MOVE ZERO TO TOTAL-ENT
           MOVE ZERO TO TOTAL-CHV
           MOVE "N"  TO JORNAL-FIM
           OPEN INPUT JRNAUD
           IF RESERVADA-JRN NOT = "00"
              DISPLAY "PL0025 - SEM JORNAL DE ALTERACOES - "
                      JRNAUD-PATH
              DISPLAY "PL0025 - FILE STATUS = " RESERVADA-JRN
              MOVE 16 TO RETURN-CODE
              GO TO FIN-PROGRAMA
           END-IF

           PERFORM LE-JORNAL
           PERFORM EXAMINA-ENTRADA UNTIL FIM-JORNAL
           CLOSE JRNAUD

           IF TOTAL-ENT = 0
              DISPLAY "PL0025 - NADA - CORRIDA SEM ENTRADAS NO JORNAL "
                      "VIVO - " CORRIDA-PEDIDA
              MOVE SPACES TO REG-RELATO
              STRING  "CORRIDA SEM ENTRADAS NO JORNAL VIVO - "
                                                   DELIMITED BY SIZE
                      CORRIDA-PEDIDA               DELIMITED BY SIZE
                      INTO REG-RELATO
              END-STRING
              PERFORM ESCREVE-LINHA-REL
              MOVE 8 TO RETURN-CODE
              GO TO FIN-PROGRAMA
           END-IF

      *    SO A REVERSAO A SERIO BLOQUEIA - A PREVIA NAO TOCA EM NADA
           IF MODO-DESFAZ
              MOVE CATEG-TODAS TO CODTBL-BLOQ
              PERFORM TOMA-BLOQUEIO
              IF NOT BLOQUEIO-TOMADO
                 GO TO FIN-PROGRAMA
              END-IF
           END-IF
           .

       LE-JORNAL.
      *-----------
           MOVE SPACES TO REG-JRNAUD
           READ JRNAUD
              AT END
                 MOVE "Y" TO JORNAL-FIM
           END-READ
           .

       EXAMINA-ENTRADA.
      *-----------------
      *    A CHAVE DE UMA ENTRADA E A DA IMAGEM NOVA; NUMA REMOCAO (SEM
      *    IMAGEM NOVA) E A DA ANTERIOR.
           IF JRN-NOV-CODTBL NOT = SPACES
              MOVE JRN-NOV-CODTBL TO CODTBL-CHV
              MOVE JRN-NOV-ARGBUS TO ARGBUS-CHV
           ELSE
              MOVE JRN-ANT-CODTBL TO CODTBL-CHV
              MOVE JRN-ANT-ARGBUS TO ARGBUS-CHV
           END-IF

           PERFORM PROCURA-CHAVE

           IF JRN-CORRIDA = CORRIDA-PEDIDA
              PERFORM GUARDA-ENTRADA
           ELSE
              IF CHV-ACHADA > 0
                 AND CHV-ESTADO(CHV-ACHADA) = SPACE
                 MOVE "D" TO CHV-ESTADO(CHV-ACHADA)
                 MOVE SPACES TO CHV-MOTIVO(CHV-ACHADA)
                 STRING  "ALTERADA DEPOIS "    DELIMITED BY SIZE
                         JRN-PROGRM            DELIMITED BY SIZE
                         " "                   DELIMITED BY SIZE
                         JRN-UTILIZ            DELIMITED BY SIZE
                         " "                   DELIMITED BY SIZE
                         JRN-DATA              DELIMITED BY SIZE
                         INTO CHV-MOTIVO(CHV-ACHADA)
                 END-STRING
              END-IF
           END-IF

           PERFORM LE-JORNAL
           .

       PROCURA-CHAVE.
      *---------------
           MOVE ZERO TO CHV-ACHADA
           PERFORM VARYING IND-CHV FROM 1 BY 1
                   UNTIL IND-CHV > TOTAL-CHV
              IF CHV-CODTBL(IND-CHV) = CODTBL-CHV
                 AND CHV-ARGBUS(IND-CHV) = ARGBUS-CHV
                 MOVE IND-CHV TO CHV-ACHADA
                 EXIT PERFORM
              END-IF
           END-PERFORM
           .

       GUARDA-ENTRADA.
      *----------------
           IF TOTAL-ENT = 5000
              DISPLAY "PL0025 - CORRIDA COM ENTRADAS A MAIS - MAXIMO "
                      "5000 - NADA FOI DESFEITO"
              MOVE 12 TO RETURN-CODE
              CLOSE JRNAUD
              GO TO FIN-PROGRAMA
           END-IF

           IF CHV-ACHADA = 0
              ADD 1 TO TOTAL-CHV
              MOVE TOTAL-CHV  TO CHV-ACHADA
              MOVE CODTBL-CHV TO CHV-CODTBL(CHV-ACHADA)
              MOVE ARGBUS-CHV TO CHV-ARGBUS(CHV-ACHADA)
              MOVE SPACE      TO CHV-ESTADO(CHV-ACHADA)
              MOVE SPACES     TO CHV-MOTIVO(CHV-ACHADA)
           END-IF

           ADD 1 TO TOTAL-ENT
           MOVE ZERO           TO ENT-SEQ(TOTAL-ENT)
           IF JRN-SEQ NUMERIC
              MOVE JRN-SEQ     TO ENT-SEQ(TOTAL-ENT)
           END-IF
           MOVE JRN-OPERAC     TO ENT-OPERAC(TOTAL-ENT)
           MOVE JRN-ANT-CODTBL TO ENT-ANT-CODTBL(TOTAL-ENT)
           MOVE JRN-ANT-ARGBUS TO ENT-ANT-ARGBUS(TOTAL-ENT)
           MOVE JRN-ANT-FUNCIO TO ENT-ANT-FUNCIO(TOTAL-ENT)
           MOVE JRN-NOV-CODTBL TO ENT-NOV-CODTBL(TOTAL-ENT)
           MOVE JRN-NOV-ARGBUS TO ENT-NOV-ARGBUS(TOTAL-ENT)
           MOVE JRN-NOV-FUNCIO TO ENT-NOV-FUNCIO(TOTAL-ENT)
           MOVE CHV-ACHADA     TO ENT-CHAVE(TOTAL-ENT)
           MOVE TOTAL-ENT      TO CHV-ULTIMA(CHV-ACHADA)
           .

       ESCREVE-CABECALHO.
      *-------------------
           MOVE SPACES TO REG-RELATO
           IF MODO-PREVIA
              STRING  "PREVIA - DESFAZER CORRIDA "  DELIMITED BY SIZE
                      CORRIDA-PEDIDA                DELIMITED BY SIZE
                      " - NADA E ALTERADO"          DELIMITED BY SIZE
                      INTO REG-RELATO
              END-STRING
           ELSE
              STRING  "DESFAZER CORRIDA "           DELIMITED BY SIZE
                      CORRIDA-PEDIDA                DELIMITED BY SIZE
                      " - DESFEITA POR "            DELIMITED BY SIZE
                      CORRIDA-ID                    DELIMITED BY SIZE
                      INTO REG-RELATO
              END-STRING
           END-IF
           PERFORM ESCREVE-LINHA-REL

           MOVE SPACES TO REG-RELATO
           MOVE "SEQ"    TO REG-RELATO(1:3)
           MOVE "OPERAC" TO REG-RELATO(11:6)
           MOVE "ACCAO"  TO REG-RELATO(18:5)
           MOVE "CODTBL" TO REG-RELATO(26:6)
           MOVE "ARGBUS" TO REG-RELATO(37:6)
           MOVE "ATUAL"  TO REG-RELATO(58:5)
           MOVE "FICA"   TO REG-RELATO(99:4)
           MOVE "ESTADO" TO REG-RELATO(140:6)
           PERFORM ESCREVE-LINHA-REL
           .

       DESFAZ-ENTRADA.
      *----------------
      *    REVERTE UMA ENTRADA DA CORRIDA PARTINDO DA IMAGEM ATUAL DA
      *    LINHA. NA ENTRADA MAIS RECENTE DE CADA CHAVE CONFIRMA-SE
      *    QUE A TABELA AINDA ESTA COMO A CORRIDA A DEIXOU; UMA CHAVE
      *    BARRADA FICA BARRADA EM TODAS AS SUAS ENTRADAS.
           MOVE ENT-CHAVE(IND-ENT) TO IND-CHV
           INITIALIZE REG-MSTTBL
           MOVE CHV-CODTBL(IND-CHV) TO CODTBL OF REG-MSTTBL
           MOVE CHV-ARGBUS(IND-CHV) TO ARGBUS OF REG-MSTTBL
           PERFORM LE-IMAGEM-ANT

           IF CHV-ESTADO(IND-CHV) = SPACE
              AND CHV-ULTIMA(IND-CHV) = IND-ENT
              IF ENT-NOV-CODTBL(IND-ENT) = SPACES
                 IF ANT-MSTTBL NOT = SPACES
                    MOVE "M" TO CHV-ESTADO(IND-CHV)
                 END-IF
              ELSE
                 IF ANT-MSTTBL = SPACES
                    OR FUNCIO OF ANT-MSTTBL NOT =
                       ENT-NOV-FUNCIO(IND-ENT)
                    MOVE "M" TO CHV-ESTADO(IND-CHV)
                 END-IF
              END-IF
              IF CHV-ESTADO(IND-CHV) = "M"
                 MOVE "MSTTBL DIFERE DO JORNAL"
                   TO CHV-MOTIVO(IND-CHV)
              END-IF
           END-IF

           IF ENT-ANT-CODTBL(IND-ENT) = SPACES
              MOVE "ELIMINA" TO ACCAO-DESF
              MOVE SPACES    TO FUNCIO-DEPOIS
           ELSE
              MOVE ENT-ANT-FUNCIO(IND-ENT) TO FUNCIO-DEPOIS
              IF ANT-MSTTBL = SPACES
                 MOVE "INSERE" TO ACCAO-DESF
              ELSE
                 MOVE "REPOE"  TO ACCAO-DESF
              END-IF
           END-IF

           EVALUATE TRUE
              WHEN CHV-ESTADO(IND-CHV) NOT = SPACE
                 ADD 1 TO TOTAL-BARRADAS
                 IF RETURN-CODE < 4
                    MOVE 4 TO RETURN-CODE
                 END-IF
                 MOVE CHV-MOTIVO(IND-CHV) TO ESTADO-LINHA
                 PERFORM ESCREVE-DETALHE
              WHEN MODO-PREVIA
                 ADD 1 TO TOTAL-DESFEITAS
                 MOVE "PREVISTA" TO ESTADO-LINHA
                 PERFORM ESCREVE-DETALHE
              WHEN OTHER
                 PERFORM AUTORIZA-REVERSAO
           END-EVALUATE
           .

       AUTORIZA-REVERSAO.
      *-------------------
      *    A REVERSAO EXIGE O DIREITO @ACESSO DA OPERACAO QUE VAI
      *    FAZER; SEM ELE A CHAVE FICA BARRADA NAS ENTRADAS MAIS
      *    ANTIGAS TAMBEM.
           MOVE CHV-CODTBL(IND-CHV) TO ACE-CODTBL
      *    UMA JANELA @VIGENC MUDA O VALOR DA CODTBL ALVO - E SOBRE
      *    ESSA QUE CONTAM O DIREITO E O CONGELAMENTO
           IF CHV-CODTBL(IND-CHV) = CATEG-VIGENC
              AND CHV-ARGBUS(IND-CHV)(1:10) NOT = SPACES
              MOVE CHV-ARGBUS(IND-CHV)(1:10) TO ACE-CODTBL
           END-IF
           EVALUATE ACCAO-DESF
              WHEN "ELIMINA"
                 MOVE "DELETE" TO ACE-OPERAC
                 MOVE 4 TO ACE-DIREITO
              WHEN "INSERE"
                 MOVE "INSERT" TO ACE-OPERAC
                 MOVE 2 TO ACE-DIREITO
              WHEN OTHER
                 MOVE "UPDATE" TO ACE-OPERAC
                 MOVE 3 TO ACE-DIREITO
           END-EVALUATE
           MOVE ACE-CODTBL  TO ACE-PEDIDO-WK(1:10)
           MOVE ACE-DIREITO TO ACE-PEDIDO-WK(11:1)
           IF ACE-PEDIDO-WK NOT = ACE-ULTIMO
              PERFORM VERIFICA-ACESSO
              MOVE ACE-PEDIDO-WK TO ACE-ULTIMO
              MOVE ACESSO-OK     TO ACE-ULT-OK
           ELSE
      *       A RESPOSTA GUARDADA DISPENSA A CONSULTA, NAO A LINHA DA
      *       RECUSA NO LOG - CADA OPERACAO RECUSADA FICA REGISTADA
              IF ACE-ULT-OK NOT = "Y"
                 PERFORM GRAVA-LOG-ACESSO
              END-IF
           END-IF

      *    UMA CODTBL CONGELADA (@CONGEL) TAMBEM FICA BARRADA
           MOVE "N" TO CATEG-CONGELADA
           IF ACE-ULT-OK = "Y"
              MOVE CHV-CODTBL(IND-CHV) TO CONG-CODTBL
              IF CHV-CODTBL(IND-CHV) = CATEG-VIGENC
                 AND CHV-ARGBUS(IND-CHV)(1:10) NOT = SPACES
                 MOVE CHV-ARGBUS(IND-CHV)(1:10) TO CONG-CODTBL
              END-IF
              PERFORM VERIFICA-CONGELAMENTO
           END-IF

           IF CODTBL-ESTA-CONGELADA
              MOVE "C" TO CHV-ESTADO(IND-CHV)
              MOVE SPACES TO CHV-MOTIVO(IND-CHV)
              STRING  "CONGELADA @CONGEL " DELIMITED BY SIZE
                      CONG-CHAVE           DELIMITED BY SPACE
                      INTO CHV-MOTIVO(IND-CHV)
              END-STRING
              ADD 1 TO TOTAL-BARRADAS
              MOVE 34 TO RETURN-CODE
              MOVE CHV-MOTIVO(IND-CHV) TO ESTADO-LINHA
              PERFORM ESCREVE-DETALHE
           END-IF

           IF ACE-ULT-OK = "Y" AND NOT CODTBL-ESTA-CONGELADA
              PERFORM VERIFICA-REFERE-DESF
              IF MOTIVO-VAL = SPACES
                 PERFORM APLICA-REVERSAO
              ELSE
                 MOVE "F" TO CHV-ESTADO(IND-CHV)
                 MOVE MOTIVO-VAL TO CHV-MOTIVO(IND-CHV)
                 ADD 1 TO TOTAL-BARRADAS
                 IF RETURN-CODE < 4
                    MOVE 4 TO RETURN-CODE
                 END-IF
                 MOVE CHV-MOTIVO(IND-CHV) TO ESTADO-LINHA
                 PERFORM ESCREVE-DETALHE
              END-IF
           END-IF
           IF ACE-ULT-OK NOT = "Y"
              MOVE "R" TO CHV-ESTADO(IND-CHV)
              MOVE "SEM AUTORIZACAO @ACESSO" TO CHV-MOTIVO(IND-CHV)
              ADD 1 TO TOTAL-BARRADAS
              MOVE 28 TO RETURN-CODE
              MOVE CHV-MOTIVO(IND-CHV) TO ESTADO-LINHA
              PERFORM ESCREVE-DETALHE
           END-IF
           .

       APLICA-REVERSAO.
      *-----------------
      *    ELIMINA/INSERE/REPOE EM MSTTBL E JORNALIZA; UM ERRO DA BASE
      *    DE DADOS PARA A CORRIDA (O QUE JA FOI DESFEITO FICA NO
      *    JORNAL E PODE SER VISTO NO RELATORIO).
           MOVE "00" TO RESERVADA-MNT
           EVALUATE ACCAO-DESF
              WHEN "ELIMINA"
                 PERFORM GRAVA-ARQUIVO
                 &DEL MSTTBL,REG-MSTTBL,CODTBL,ARGBUS,RESERVADA-MNT
                 MOVE "DELETE" TO JRN-OPERAC-WK
              WHEN "INSERE"
                 MOVE FUNCIO-DEPOIS TO FUNCIO OF REG-MSTTBL
                 &INS MSTTBL,REG-MSTTBL,RESERVADA-MNT
                 MOVE "INSERT" TO JRN-OPERAC-WK
              WHEN OTHER
                 MOVE FUNCIO-DEPOIS TO FUNCIO OF REG-MSTTBL
                 &UPD MSTTBL,REG-MSTTBL,CODTBL,ARGBUS,RESERVADA-MNT
                 MOVE "UPDATE" TO JRN-OPERAC-WK
           END-EVALUATE

           IF RESERVADA-MNT NOT = "00"
              DISPLAY "PL0025 - ERRO AO DESFAZER EM MSTTBL - FILE "
                      "STATUS = " RESERVADA-MNT
              DISPLAY "PL0025 - CODTBL = " CODTBL OF REG-MSTTBL
                      " ARGBUS = " ARGBUS OF REG-MSTTBL
              MOVE SPACES TO ESTADO-LINHA
              STRING  "ERRO MSTTBL - FILE STATUS "  DELIMITED BY SIZE
                      RESERVADA-MNT                 DELIMITED BY SIZE
                      INTO ESTADO-LINHA
              END-STRING
              PERFORM ESCREVE-DETALHE
              MOVE 24 TO RETURN-CODE
              GO TO FIN-PROGRAMA
           END-IF

           PERFORM GRAVA-JORNAL
           ADD 1 TO TOTAL-DESFEITAS
           MOVE "DESFEITA" TO ESTADO-LINHA
           PERFORM ESCREVE-DETALHE
           .

       VERIFICA-REFERE-DESF.
      *----------------------
      *    A IMAGEM QUE A REVERSAO VAI DEIXAR TEM DE RESPEITAR AS
      *    LIGACOES @REFERE COMO ESTAO AGORA, NAO COMO ESTAVAM NA
      *    CORRIDA: AO ELIMINAR, NENHUMA FILHA PODE AINDA REFERIR A
      *    CHAVE; AO INSERIR/REPOR, O FUNCIO TEM DE TER A SUA MAE.
      *    DEIXA A RECUSA EM MOTIVO-VAL (ESPACOS = PODE SER FEITA).
           MOVE SPACES TO MOTIVO-VAL
           IF ACCAO-DESF = "ELIMINA"
              MOVE CODTBL OF REG-MSTTBL TO REF-MAE
              MOVE ARGBUS OF REG-MSTTBL TO REF-CHAVE
              IF REF-CHAVE NOT = SPACES
                 PERFORM VERIFICA-FILHAS
                 MOVE MOTIVO-REF TO MOTIVO-VAL
              END-IF
           ELSE
              MOVE FUNCIO-DEPOIS TO FUNCIO OF REG-MSTTBL
              PERFORM VALIDA-REFERENCIA
           END-IF
           .

       ESCREVE-DETALHE.
      *-----------------
           MOVE ENT-SEQ(IND-ENT) TO SEQ-ED
           MOVE SPACES TO REG-RELATO
           MOVE SEQ-ED                  TO REG-RELATO(1:9)
           MOVE ENT-OPERAC(IND-ENT)     TO REG-RELATO(11:6)
           MOVE ACCAO-DESF              TO REG-RELATO(18:7)
           MOVE CHV-CODTBL(IND-CHV)     TO REG-RELATO(26:10)
           MOVE CHV-ARGBUS(IND-CHV)     TO REG-RELATO(37:20)
           MOVE FUNCIO OF ANT-MSTTBL    TO REG-RELATO(58:40)
           MOVE FUNCIO-DEPOIS           TO REG-RELATO(99:40)
           MOVE ESTADO-LINHA            TO REG-RELATO(140:40)
           PERFORM ESCREVE-LINHA-REL
           .

       ESCREVE-TOTAIS.
      *----------------
           MOVE TOTAL-ENT       TO ENTRADAS-ED
           MOVE TOTAL-DESFEITAS TO DESFEITAS-ED
           MOVE TOTAL-BARRADAS  TO BARRADAS-ED

           MOVE SPACES TO REG-RELATO
           IF MODO-PREVIA
              STRING  "TOTAL ENTRADAS="      DELIMITED BY SIZE
                      ENTRADAS-ED            DELIMITED BY SIZE
                      " PREVISTAS="          DELIMITED BY SIZE
                      DESFEITAS-ED           DELIMITED BY SIZE
                      " BARRADAS="           DELIMITED BY SIZE
                      BARRADAS-ED            DELIMITED BY SIZE
                      INTO REG-RELATO
              END-STRING
           ELSE
              STRING  "TOTAL ENTRADAS="      DELIMITED BY SIZE
                      ENTRADAS-ED            DELIMITED BY SIZE
                      " DESFEITAS="          DELIMITED BY SIZE
                      DESFEITAS-ED           DELIMITED BY SIZE
                      " BARRADAS="           DELIMITED BY SIZE
                      BARRADAS-ED            DELIMITED BY SIZE
                      INTO REG-RELATO
              END-STRING
           END-IF
           PERFORM ESCREVE-LINHA-REL

           DISPLAY "PL0025 - CORRIDA          = " CORRIDA-PEDIDA
           DISPLAY "PL0025 - ENTRADAS         = " ENTRADAS-ED
           IF MODO-PREVIA
              DISPLAY "PL0025 - PREVISTAS        = " DESFEITAS-ED
           ELSE
              DISPLAY "PL0025 - DESFEITAS        = " DESFEITAS-ED
           END-IF
           DISPLAY "PL0025 - BARRADAS         = " BARRADAS-ED
           .

       ESCREVE-LINHA-REL.
      *-------------------
           WRITE REG-RELATO
           IF RESERVADA-REL NOT = "00"
              DISPLAY "PL0025 - ERRO NA WRITE DE RELATO - FICHEIRO "
                      RELATO-PATH
              DISPLAY "PL0025 - FILE STATUS = " RESERVADA-REL
              MOVE 20 TO RETURN-CODE
              GO TO FIN-PROGRAMA
           END-IF
           .

       LE-IMAGEM-ANT.
      *---------------
      *    GUARDA EM ANT-MSTTBL A IMAGEM ATUAL DA LINHA COM A CHAVE DE
      *    REG-MSTTBL; FICA EM ESPACOS QUANDO A LINHA NAO EXISTE.
           INITIALIZE ANT-MSTTBL
           &STR MSTTBL,MSTTBL01,NL,[1],CODTBL,ARGBUS
           IF IO-NUMREC > 0
              IF CODTBL OF ARR-REG-MSTTBL(1) = CODTBL OF REG-MSTTBL
                 AND ARGBUS OF ARR-REG-MSTTBL(1) =
                     ARGBUS OF REG-MSTTBL
                 MOVE ARR-REG-MSTTBL(1) TO ANT-MSTTBL
              END-IF
           END-IF
           .

       VERIFICA-ACESSO.
      *-----------------
      *    CONFIRMA QUE O OPERADOR TEM O DIREITO ACE-DIREITO (POSICAO
      *    1-5 DO FUNCIO @ACESSO) SOBRE A CODTBL ACE-CODTBL; PROCURA
      *    PRIMEIRO A LINHA PROPRIA DA CODTBL E SO DEPOIS A @TODAS.
      *    COM O CONTROLO LIGADO E SEM DIREITO A RECUSA VAI AO LOG.
           MOVE "Y" TO ACESSO-OK
           MOVE CATEG-ACESSO TO ACE-CHAVE
           PERFORM LE-ACESSO
           IF ACE-LINHA = "N"
              GO TO VERIFICA-ACESSO-EXIT
           END-IF

           MOVE SPACES TO UTILIZADOR
           ACCEPT UTILIZADOR FROM ENVIRONMENT "USERNAME"
              ON EXCEPTION
                 MOVE SPACES TO UTILIZADOR
           END-ACCEPT

           MOVE "N" TO ACESSO-OK
           IF UTILIZADOR NOT = SPACES
              MOVE SPACES     TO ACE-CHAVE
              MOVE UTILIZADOR TO ACE-CHAVE(1:8)
              MOVE ACE-CODTBL TO ACE-CHAVE(9:10)
              PERFORM LE-ACESSO
              IF ACE-LINHA = "N"
                 MOVE CATEG-TODAS TO ACE-CHAVE(9:10)
                 PERFORM LE-ACESSO
              END-IF
              IF ACE-LINHA = "Y"
                 AND ACE-DIREITOS(ACE-DIREITO:1) = "S"
                 MOVE "Y" TO ACESSO-OK
              END-IF
           END-IF

           IF NOT ACESSO-PERMITIDO
              DISPLAY "PL0025 - SEM AUTORIZACAO @ACESSO - UTILIZ="
                      UTILIZADOR " CODTBL=" ACE-CODTBL
                      " OPERACAO=" ACE-OPERAC
              PERFORM GRAVA-LOG-ACESSO
           END-IF
           .

       VERIFICA-ACESSO-EXIT.
      *----------------------
           EXIT.

       LE-ACESSO.
      *-----------
      *    PROCURA A LINHA @ACESSO COM ARGBUS=ACE-CHAVE; DEIXA OS
      *    DIREITOS EM ACE-DIREITOS.
           MOVE "N"    TO ACE-LINHA
           MOVE SPACES TO ACE-DIREITOS
           MOVE REG-MSTTBL TO GRD-ACE-MSTTBL

           INITIALIZE REG-MSTTBL
           MOVE CATEG-ACESSO TO CODTBL OF REG-MSTTBL
           MOVE ACE-CHAVE    TO ARGBUS OF REG-MSTTBL
           &STR MSTTBL,MSTTBL01,NL,[1],CODTBL,ARGBUS
           IF IO-NUMREC > 0
              IF CODTBL OF ARR-REG-MSTTBL(1) = CATEG-ACESSO
                 AND ARGBUS OF ARR-REG-MSTTBL(1) = ACE-CHAVE
                 MOVE FUNCIO OF ARR-REG-MSTTBL(1) TO ACE-DIREITOS
                 MOVE "Y" TO ACE-LINHA
              END-IF
           END-IF
           MOVE GRD-ACE-MSTTBL TO REG-MSTTBL
           .

       GRAVA-LOG-ACESSO.
      *------------------
      *    UMA LINHA NO LOG PARTILHADO POR CADA OPERACAO RECUSADA POR
      *    FALTA DE AUTORIZACAO @ACESSO.
           ACCEPT DATA-LOG FROM DATE YYYYMMDD
           ACCEPT HORA-LOG FROM TIME

           OPEN EXTEND LOGAUD
           IF RESERVADA-LOG NOT = "00"
              OPEN OUTPUT LOGAUD
           END-IF

           IF RESERVADA-LOG = "00"
              MOVE SPACES TO REG-LOGAUD
              STRING  DATA-LOG             DELIMITED BY SIZE
                      " "                  DELIMITED BY SIZE
                      HORA-LOG             DELIMITED BY SIZE
                      " OPERACAO=ACESSO CODTBL=" DELIMITED BY SIZE
                      ACE-CODTBL           DELIMITED BY SPACE
                      " UTILIZ="           DELIMITED BY SIZE
                      UTILIZADOR           DELIMITED BY SPACE
                      " PEDIDO="           DELIMITED BY SIZE
                      ACE-OPERAC           DELIMITED BY SPACE
                      " PROGRM=PL0025"     DELIMITED BY SIZE
                      " RC=  28"           DELIMITED BY SIZE
                      INTO REG-LOGAUD
              END-STRING
              WRITE REG-LOGAUD
              CLOSE LOGAUD
           END-IF
           .

       GRAVA-ARQUIVO.
      *---------------
      *    GRAVA NO ARQUIVO DE REMOCOES A IMAGEM (ANT-MSTTBL) DA
      *    LINHA QUE VAI SER APAGADA, COM DATA/HORA, OPERADOR E
      *    PROGRAMA; SE O ARQUIVO NAO PUDER SER ESCRITO A CORRIDA
      *    ABORTA SEM APAGAR NADA - MESMO DESENHO DO PL0010.
           ACCEPT DATA-JRN FROM DATE YYYYMMDD
           ACCEPT HORA-JRN FROM TIME
           MOVE SPACES TO UTILIZADOR
           ACCEPT UTILIZADOR FROM ENVIRONMENT "USERNAME"
              ON EXCEPTION
                 MOVE SPACES TO UTILIZADOR
           END-ACCEPT

           OPEN EXTEND ARCTBL
           IF RESERVADA-ARC NOT = "00"
              OPEN OUTPUT ARCTBL
           END-IF

           IF RESERVADA-ARC = "00"
              MOVE SPACES TO REG-ARCTBL
              MOVE DATA-JRN       TO ARC-DATA
              MOVE HORA-JRN       TO ARC-HORA
              MOVE "PL0025"       TO ARC-PROGRM
              MOVE UTILIZADOR     TO ARC-UTILIZ
              MOVE CODTBL OF ANT-MSTTBL TO ARC-CODTBL
              MOVE ARGBUS OF ANT-MSTTBL TO ARC-ARGBUS
              MOVE FUNCIO OF ANT-MSTTBL TO ARC-FUNCIO
              WRITE REG-ARCTBL
              CLOSE ARCTBL
           END-IF

           IF RESERVADA-ARC NOT = "00"
              DISPLAY "PL0025 - ERRO NO ARQUIVO DE REMOCOES - "
                      ARCTBL-PATH
              DISPLAY "PL0025 - FILE STATUS = " RESERVADA-ARC
              MOVE 32 TO RETURN-CODE
              GO TO FIN-PROGRAMA
           END-IF
           .

       IDENTIFICA-CORRIDA.
      *--------------------
      *    A CORRIDA E IDENTIFICADA PELO PROGRAMA E PELO INSTANTE DE
      *    ARRANQUE - TODAS AS ENTRADAS DE JORNAL DESTA CORRIDA A LEVAM
      *    (UMA REVERSAO E, ELA PROPRIA, UMA CORRIDA QUE SE PODE
      *    DESFAZER).
           ACCEPT DATA-JRN FROM DATE YYYYMMDD
           ACCEPT HORA-JRN FROM TIME
           MOVE SPACES TO CORRIDA-ID
           STRING  "PL0025"             DELIMITED BY SIZE
                   DATA-JRN             DELIMITED BY SIZE
                   HORA-JRN             DELIMITED BY SIZE
                   INTO CORRIDA-ID
           END-STRING
           .

       PROXIMO-SEQ-JORNAL.
      *--------------------
      *    LE O ULTIMO NUMERO DE SEQUENCIA ATRIBUIDO E O VALOR DE
      *    CADEIA DA ENTRADA QUE O LEVOU, E AVANCA A SEQUENCIA; SEM
      *    FICHEIRO DE SEQUENCIA A NUMERACAO COMECA EM 1 E A CADEIA EM
      *    ZERO (AS ENTRADAS ANTIGAS SEM NUMERO CONTINUAM VALIDAS -
      *    OS LEITORES TRATAM SEQUENCIA NAO NUMERICA PELA DATA). O
      *    FICHEIRO SO E REGRAVADO DEPOIS DE A ENTRADA SER ESCRITA
      *    (GUARDA-SEQ-JORNAL).
           MOVE ZERO TO JRN-SEQ-WK
           MOVE ZERO TO CADEIA-ANT
           OPEN INPUT JRNSEQ
           IF RESERVADA-JSQ = "00"
              READ JRNSEQ
                 AT END
                    MOVE ZERO TO JRN-SEQ-WK
                 NOT AT END
                    IF JSQ-SEQ NUMERIC
                       MOVE JSQ-SEQ TO JRN-SEQ-WK
                    END-IF
                    IF JSQ-CADEIA NUMERIC
                       MOVE JSQ-CADEIA TO CADEIA-ANT
                    END-IF
              END-READ
              CLOSE JRNSEQ
           END-IF

           ADD 1 TO JRN-SEQ-WK
           .

       GUARDA-SEQ-JORNAL.
      *-------------------
      *    REGRAVA A SEQUENCIA COM O NUMERO E O VALOR DE CADEIA DA
      *    ENTRADA ACABADA DE ESCREVER.
           OPEN OUTPUT JRNSEQ
           IF RESERVADA-JSQ = "00"
              MOVE SPACES     TO REG-JRNSEQ
              MOVE JRN-SEQ-WK TO JSQ-SEQ
              MOVE JRN-CADEIA TO JSQ-CADEIA
              WRITE REG-JRNSEQ
              CLOSE JRNSEQ
           ELSE
              DISPLAY "PL0025 - ERRO NA SEQUENCIA DO JORNAL - "
                      JRNSEQ-PATH
              DISPLAY "PL0025 - FILE STATUS = " RESERVADA-JSQ
           END-IF
           .

       GRAVA-JORNAL.
      *--------------
      *    ACRESCENTA AO JORNAL DE ALTERACOES A IMAGEM QUE ESTAVA NA
      *    TABELA (ANT-MSTTBL) E A QUE A REVERSAO DEIXOU (REG-MSTTBL)
      *    - MESMO FORMATO DO PL0010; NUMA REMOCAO A IMAGEM NOVA FICA
      *    EM BRANCO.
           ACCEPT DATA-JRN FROM DATE YYYYMMDD
           ACCEPT HORA-JRN FROM TIME
           MOVE SPACES TO UTILIZADOR
           ACCEPT UTILIZADOR FROM ENVIRONMENT "USERNAME"
              ON EXCEPTION
                 MOVE SPACES TO UTILIZADOR
           END-ACCEPT

           OPEN EXTEND JRNAUD
           IF RESERVADA-JRN NOT = "00"
              OPEN OUTPUT JRNAUD
           END-IF

           IF RESERVADA-JRN = "00"
              MOVE SPACES TO REG-JRNAUD
              MOVE DATA-JRN       TO JRN-DATA
              MOVE HORA-JRN       TO JRN-HORA
              MOVE "PL0025"       TO JRN-PROGRM
              MOVE JRN-OPERAC-WK  TO JRN-OPERAC
              MOVE UTILIZADOR     TO JRN-UTILIZ
              MOVE CODTBL OF ANT-MSTTBL TO JRN-ANT-CODTBL
              MOVE ARGBUS OF ANT-MSTTBL TO JRN-ANT-ARGBUS
              MOVE FUNCIO OF ANT-MSTTBL TO JRN-ANT-FUNCIO
              IF JRN-OPERAC-WK NOT = "DELETE"
                 MOVE CODTBL OF REG-MSTTBL TO JRN-NOV-CODTBL
                 MOVE ARGBUS OF REG-MSTTBL TO JRN-NOV-ARGBUS
                 MOVE FUNCIO OF REG-MSTTBL TO JRN-NOV-FUNCIO
              END-IF
              PERFORM PROXIMO-SEQ-JORNAL
              MOVE JRN-SEQ-WK TO JRN-SEQ
              MOVE CORRIDA-ID TO JRN-CORRIDA
              PERFORM CALCULA-CADEIA
              WRITE REG-JRNAUD
              CLOSE JRNAUD
              PERFORM GUARDA-SEQ-JORNAL
           END-IF

           IF RESERVADA-JRN NOT = "00"
              DISPLAY "PL0025 - ERRO NO JORNAL DE ALTERACOES - "
                      JRNAUD-PATH
              DISPLAY "PL0025 - FILE STATUS = " RESERVADA-JRN
              IF RETURN-CODE = 0
                 MOVE 30 TO RETURN-CODE
              END-IF
           END-IF
           .

       CALCULA-CADEIA.
      *----------------
      *    VALOR DE CADEIA DA ENTRADA EM REG-JRNAUD: PARTE DO VALOR DA
      *    ENTRADA ANTERIOR (CADEIA-ANT) E DOBRA NELE, CARATER A
      *    CARATER, A ENTRADA INTEIRA ATE A IDENTIFICACAO DA CORRIDA -
      *    ALTERAR, TIRAR OU TROCAR UMA ENTRADA QUEBRA A CADEIA DESSA
      *    ENTRADA EM DIANTE.
           MOVE CADEIA-ANT TO CADEIA-VAL
           MOVE REG-JRNAUD(1:215) TO CADEIA-TXT
           PERFORM VARYING CADEIA-POS FROM 1 BY 1
                   UNTIL CADEIA-POS > 215
              MOVE CADEIA-TXT(CADEIA-POS:1) TO CADEIA-CHAR
              COMPUTE CADEIA-VAL = CADEIA-VAL * 131 + CADEIA-NUM + 1
              DIVIDE CADEIA-VAL BY CADEIA-MODULO
                     GIVING CADEIA-QUOC REMAINDER CADEIA-VAL
           END-PERFORM
           MOVE CADEIA-VAL TO CADEIA-ED
           MOVE CADEIA-ED  TO JRN-CADEIA
           .

       GRAVA-LOG.
      *-----------
      *    ACRESCENTA UMA LINHA AO LOG DE AUDITORIA PARTILHADO COM A
      *    CORRIDA DESFEITA, O TOTAL DE ENTRADAS REVERTIDAS E O
      *    RETURN-CODE, NO MESMO ESTILO DAS LINHAS QUE O PL0010
      *    ESCREVE.
           ACCEPT DATA-LOG FROM DATE YYYYMMDD
           ACCEPT HORA-LOG FROM TIME
           MOVE TOTAL-DESFEITAS TO DESFEITAS-ED
           MOVE RETURN-CODE     TO RETCODE-LOG-ED

           OPEN EXTEND LOGAUD
           IF RESERVADA-LOG NOT = "00"
              OPEN OUTPUT LOGAUD
           END-IF

           IF RESERVADA-LOG = "00"
              MOVE SPACES TO REG-LOGAUD
              STRING  DATA-LOG             DELIMITED BY SIZE
                      " "                  DELIMITED BY SIZE
                      HORA-LOG             DELIMITED BY SIZE
                      " OPERACAO=DESFAZ"   DELIMITED BY SIZE
                      " CORRIDA="          DELIMITED BY SIZE
                      CORRIDA-PEDIDA       DELIMITED BY SPACE
                      " REGISTOS="         DELIMITED BY SIZE
                      DESFEITAS-ED         DELIMITED BY SIZE
                      " RC="               DELIMITED BY SIZE
                      RETCODE-LOG-ED       DELIMITED BY SIZE
                      INTO REG-LOGAUD
              END-STRING
              WRITE REG-LOGAUD
              CLOSE LOGAUD
           END-IF
           .

       TOMA-BLOQUEIO.
      *---------------
      *    TOMA O BLOQUEIO DA CATEGORIA EM CODTBL-BLOQ (AQUI @TODAS):
      *    LE OS BLOQUEIOS VIVOS, RECUSA SE JA HOUVER ALGUM E CASO
      *    CONTRARIO REESCREVE O FICHEIRO COM A LINHA NOVA - MESMO
      *    DESENHO DO PL0010.
           MOVE "N" TO BLOQUEIO-OK
           PERFORM LE-BLOQUEIOS

           PERFORM VARYING IND-LCK FROM 1 BY 1
                   UNTIL IND-LCK > TOTAL-LCK
              IF LCK-ENT(IND-LCK)(1:10) = CODTBL-BLOQ
                 OR LCK-ENT(IND-LCK)(1:10) = CATEG-TODAS
                 OR CODTBL-BLOQ = CATEG-TODAS
                 DISPLAY "PL0025 - CODTBL BLOQUEADA - "
                         LCK-ENT(IND-LCK)
                 DISPLAY "PL0025 - VER/QUEBRAR BLOQUEIOS NO PL0021"
                 MOVE 22 TO RETURN-CODE
                 GO TO TOMA-BLOQUEIO-EXIT
              END-IF
           END-PERFORM

           IF TOTAL-LCK = 200
              DISPLAY "PL0025 - FICHEIRO DE BLOQUEIOS CHEIO - "
                      LCKTBL-PATH
              MOVE 22 TO RETURN-CODE
              GO TO TOMA-BLOQUEIO-EXIT
           END-IF

           ACCEPT DATA-LOG FROM DATE YYYYMMDD
           ACCEPT HORA-LOG FROM TIME
           MOVE SPACES TO UTILIZADOR
           ACCEPT UTILIZADOR FROM ENVIRONMENT "USERNAME"
              ON EXCEPTION
                 MOVE SPACES TO UTILIZADOR
           END-ACCEPT

           OPEN OUTPUT LCKTBL
           IF RESERVADA-LCK NOT = "00"
              DISPLAY "PL0025 - ERRO NO FICHEIRO DE BLOQUEIOS - "
                      LCKTBL-PATH
              DISPLAY "PL0025 - FILE STATUS = " RESERVADA-LCK
              MOVE 22 TO RETURN-CODE
              GO TO TOMA-BLOQUEIO-EXIT
           END-IF

           PERFORM VARYING IND-LCK FROM 1 BY 1
                   UNTIL IND-LCK > TOTAL-LCK
              MOVE LCK-ENT(IND-LCK) TO REG-LCKTBL
              WRITE REG-LCKTBL
           END-PERFORM

           MOVE SPACES      TO REG-LCKTBL
           MOVE CODTBL-BLOQ TO LCK-CODTBL
           MOVE "PL0025"    TO LCK-PROGRM
           MOVE UTILIZADOR  TO LCK-UTILIZ
           MOVE DATA-LOG    TO LCK-DATA
           MOVE HORA-LOG    TO LCK-HORA
           WRITE REG-LCKTBL
           CLOSE LCKTBL

           MOVE CODTBL-BLOQ TO BLOQUEIO-MEU
           MOVE "Y" TO BLOQUEIO-OK
           MOVE "BLOQ" TO LCK-OPERAC
           PERFORM GRAVA-LOG-BLOQ
           .

       TOMA-BLOQUEIO-EXIT.
      *--------------------
           EXIT.

       LARGA-BLOQUEIO.
      *----------------
      *    LARGA O BLOQUEIO TOMADO NESTA CORRIDA (SE O HOUVER) E
      *    REGISTA A LARGADA NO LOG - MESMO DESENHO DO PL0010.
           IF BLOQUEIO-MEU = SPACES
              GO TO LARGA-BLOQUEIO-EXIT
           END-IF

           PERFORM LE-BLOQUEIOS

           OPEN OUTPUT LCKTBL
           IF RESERVADA-LCK NOT = "00"
              DISPLAY "PL0025 - ERRO AO LARGAR O BLOQUEIO - "
                      LCKTBL-PATH
              DISPLAY "PL0025 - FILE STATUS = " RESERVADA-LCK
              GO TO LARGA-BLOQUEIO-EXIT
           END-IF

           PERFORM VARYING IND-LCK FROM 1 BY 1
                   UNTIL IND-LCK > TOTAL-LCK
              IF LCK-ENT(IND-LCK)(1:10) NOT = BLOQUEIO-MEU
                 MOVE LCK-ENT(IND-LCK) TO REG-LCKTBL
                 WRITE REG-LCKTBL
              END-IF
           END-PERFORM
           CLOSE LCKTBL

           MOVE SPACES TO BLOQUEIO-MEU
           MOVE "DESBL" TO LCK-OPERAC
           ACCEPT DATA-LOG FROM DATE YYYYMMDD
           ACCEPT HORA-LOG FROM TIME
           PERFORM GRAVA-LOG-BLOQ
           .

       LARGA-BLOQUEIO-EXIT.
      *---------------------
           EXIT.

       LE-BLOQUEIOS.
      *--------------
      *    CARREGA PARA MEMORIA OS BLOQUEIOS VIVOS; SEM FICHEIRO DE
      *    BLOQUEIOS A TABELA FICA VAZIA.
           MOVE ZERO TO TOTAL-LCK
           MOVE "N"  TO LCKTBL-FIM
           OPEN INPUT LCKTBL
           IF RESERVADA-LCK NOT = "00"
              GO TO LE-BLOQUEIOS-EXIT
           END-IF
           PERFORM LE-LINHA-LCK
           PERFORM GUARDA-LINHA-LCK UNTIL FIM-LCKTBL
           CLOSE LCKTBL
           .

       LE-BLOQUEIOS-EXIT.
      *-------------------
           EXIT.

       LE-LINHA-LCK.
      *--------------
           MOVE SPACES TO REG-LCKTBL
           READ LCKTBL
              AT END
                 MOVE "Y" TO LCKTBL-FIM
           END-READ
           .

       GUARDA-LINHA-LCK.
      *------------------
           IF REG-LCKTBL NOT = SPACES
              AND TOTAL-LCK < 200
              ADD 1 TO TOTAL-LCK
              MOVE REG-LCKTBL TO LCK-ENT(TOTAL-LCK)
           END-IF
           PERFORM LE-LINHA-LCK
           .

       GRAVA-LOG-BLOQ.
      *----------------
      *    UMA LINHA NO LOG PARTILHADO POR CADA TOMADA (BLOQ) E
      *    LARGADA (DESBL) DE BLOQUEIO.
           OPEN EXTEND LOGAUD
           IF RESERVADA-LOG NOT = "00"
              OPEN OUTPUT LOGAUD
           END-IF

           IF RESERVADA-LOG = "00"
              MOVE SPACES TO REG-LOGAUD
              STRING  DATA-LOG             DELIMITED BY SIZE
                      " "                  DELIMITED BY SIZE
                      HORA-LOG             DELIMITED BY SIZE
                      " OPERACAO="         DELIMITED BY SIZE
                      LCK-OPERAC           DELIMITED BY SPACE
                      " CODTBL="           DELIMITED BY SIZE
                      CODTBL-BLOQ          DELIMITED BY SPACE
                      " UTILIZ="           DELIMITED BY SIZE
                      UTILIZADOR           DELIMITED BY SPACE
                      " RC=   0"           DELIMITED BY SIZE
                      INTO REG-LOGAUD
              END-STRING
              WRITE REG-LOGAUD
              CLOSE LOGAUD
           END-IF
           .

       VERIFICA-CONGELAMENTO.
      *-----------------------
      *    VE SE A CODTBL CONG-CODTBL ESTA DENTRO DE UMA JANELA @CONGEL
      *    ABERTA NESTE MINUTO (JANELA DA PROPRIA CODTBL OU DE @TODAS);
      *    A PRIMEIRA JANELA ENCONTRADA FICA EM CONG-CHAVE E DESCRITA
      *    EM CONG-JANELA. REG-MSTTBL E GUARDADO E REPOSTO.
           MOVE "N"    TO CATEG-CONGELADA
           MOVE SPACES TO CONG-CHAVE
           MOVE SPACES TO CONG-JANELA
           IF CONG-CODTBL NOT = CATEG-CONGEL
              ACCEPT CONG-DATA FROM DATE YYYYMMDD
              ACCEPT CONG-HORA FROM TIME
              MOVE CONG-DATA      TO CONG-AGORA-DATA
              MOVE CONG-HORA(1:4) TO CONG-AGORA-HORA
              MOVE REG-MSTTBL TO GRD-CONG-MSTTBL

              INITIALIZE REG-MSTTBL
              MOVE CATEG-CONGEL TO CODTBL OF REG-MSTTBL
              &STR MSTTBL,MSTTBL01,NL,[1500],CODTBL,
              PERFORM VARYING PTR-MSTTBL FROM 1 BY 1
                      UNTIL PTR-MSTTBL > IO-NUMREC
                 PERFORM EXAMINA-JANELA-CONGEL
              END-PERFORM

              MOVE GRD-CONG-MSTTBL TO REG-MSTTBL
           END-IF
           .

       EXAMINA-JANELA-CONGEL.
      *-----------------------
           IF NOT CODTBL-ESTA-CONGELADA
              AND (ARGBUS OF ARR-REG-MSTTBL(PTR-MSTTBL)(1:10)
                     = CONG-CODTBL
                OR ARGBUS OF ARR-REG-MSTTBL(PTR-MSTTBL)(1:10)
                     = CATEG-TODAS)
              AND FUNCIO OF ARR-REG-MSTTBL(PTR-MSTTBL)(1:24) NUMERIC
              AND CONG-AGORA >=
                  FUNCIO OF ARR-REG-MSTTBL(PTR-MSTTBL)(1:12)
              AND CONG-AGORA <
                  FUNCIO OF ARR-REG-MSTTBL(PTR-MSTTBL)(13:12)
              MOVE "Y" TO CATEG-CONGELADA
              STRING  ARGBUS OF ARR-REG-MSTTBL(PTR-MSTTBL)(1:10)
                                       DELIMITED BY SPACE
                      "/"              DELIMITED BY SIZE
                      ARGBUS OF ARR-REG-MSTTBL(PTR-MSTTBL)(11:2)
                                       DELIMITED BY SIZE
                      INTO CONG-CHAVE
              END-STRING
              STRING  "@CONGEL "       DELIMITED BY SIZE
                      CONG-CHAVE       DELIMITED BY SPACE
                      " ATE "          DELIMITED BY SIZE
                      FUNCIO OF ARR-REG-MSTTBL(PTR-MSTTBL)(13:8)
                                       DELIMITED BY SIZE
                      " "              DELIMITED BY SIZE
                      FUNCIO OF ARR-REG-MSTTBL(PTR-MSTTBL)(21:4)
                                       DELIMITED BY SIZE
                      " - "            DELIMITED BY SIZE
                      FUNCIO OF ARR-REG-MSTTBL(PTR-MSTTBL)(25:16)
                                       DELIMITED BY SIZE
                      INTO CONG-JANELA
              END-STRING
           END-IF
           .

       VALIDA-REFERENCIA.
      *-------------------
      *    VALIDA REG-MSTTBL CONTRA A LIGACAO @REFERE DA SUA CODTBL:
      *    O FUNCIO DE UMA LINHA FILHA TEM DE SER UM ARGBUS EXISTENTE
      *    NA CATEGORIA MAE (EM BRANCO SO SE A LIGACAO O PERMITIR).
           IF CODTBL OF REG-MSTTBL = CATEG-REFERE
              IF FUNCIO OF REG-MSTTBL(1:10) = SPACES
                 MOVE "LIGACAO @REFERE SEM CODTBL MAE" TO MOTIVO-VAL
              END-IF
              GO TO VALIDA-REFERENCIA-EXIT
           END-IF

      *    UMA JANELA @VIGENC DA O SEU VALOR A LINHA ALVO - E ESSE
      *    VALOR QUE TEM DE TER MAE, PELA LIGACAO DA CODTBL ALVO
           IF CODTBL OF REG-MSTTBL = CATEG-VIGENC
              PERFORM VALIDA-REFERENCIA-VIGENC
              GO TO VALIDA-REFERENCIA-EXIT
           END-IF

           PERFORM LE-LIGACAO-MAE
           IF HA-REFERE = "N"
              GO TO VALIDA-REFERENCIA-EXIT
           END-IF

           IF FUNCIO OF REG-MSTTBL = SPACES
              IF REF-VAZIO NOT = "S"
                 STRING  "FUNCIO OBRIGATORIO - MAE " DELIMITED BY SIZE
                         REF-MAE            DELIMITED BY SPACE
                         INTO MOTIVO-VAL
                 END-STRING
              END-IF
              GO TO VALIDA-REFERENCIA-EXIT
           END-IF

           IF FUNCIO OF REG-MSTTBL(21:20) NOT = SPACES
              STRING  "FUNCIO NAO E CHAVE DE "  DELIMITED BY SIZE
                      REF-MAE              DELIMITED BY SPACE
                      INTO MOTIVO-VAL
              END-STRING
              GO TO VALIDA-REFERENCIA-EXIT
           END-IF

           MOVE FUNCIO OF REG-MSTTBL(1:20) TO REF-CHAVE
           PERFORM LE-CHAVE-MAE
           IF HA-CHAVE-MAE = "N"
              STRING  "SEM CHAVE MAE EM "       DELIMITED BY SIZE
                      REF-MAE              DELIMITED BY SPACE
                      INTO MOTIVO-VAL
              END-STRING
           END-IF
           .

       VALIDA-REFERENCIA-EXIT.
      *------------------------
           EXIT.

       VALIDA-REFERENCIA-VIGENC.
      *--------------------------
      *    VALIDA O VALOR DE UMA JANELA @VIGENC (FUNCIO POS 17-40) COMO
      *    SE FOSSE O FUNCIO DA LINHA ALVO (CODTBL NO ARGBUS POS 1-10,
      *    ARGBUS NAS POS 11-18), COM AS MESMAS REGRAS DO
      *    VALIDA-REFERENCIA. REG-MSTTBL E GUARDADO E REPOSTO.
           MOVE REG-MSTTBL TO VIG-REF-MSTTBL
           INITIALIZE REG-MSTTBL
           MOVE ARGBUS OF VIG-REF-MSTTBL(1:10) TO CODTBL OF REG-MSTTBL
           MOVE ARGBUS OF VIG-REF-MSTTBL(11:8) TO ARGBUS OF REG-MSTTBL
           MOVE FUNCIO OF VIG-REF-MSTTBL(17:24)
                TO FUNCIO OF REG-MSTTBL(1:24)

           PERFORM LE-LIGACAO-MAE
           IF HA-REFERE = "Y"
              IF FUNCIO OF REG-MSTTBL = SPACES
                 IF REF-VAZIO NOT = "S"
                    STRING  "VIGENCIA SEM VALOR - MAE "
                                               DELIMITED BY SIZE
                            REF-MAE            DELIMITED BY SPACE
                            INTO MOTIVO-VAL
                    END-STRING
                 END-IF
              ELSE
                 IF FUNCIO OF REG-MSTTBL(21:20) NOT = SPACES
                    STRING  "VIGENCIA NAO E CHAVE DE " DELIMITED BY SIZE
                            REF-MAE            DELIMITED BY SPACE
                            INTO MOTIVO-VAL
                    END-STRING
                 ELSE
                    MOVE FUNCIO OF REG-MSTTBL(1:20) TO REF-CHAVE
                    PERFORM LE-CHAVE-MAE
                    IF HA-CHAVE-MAE = "N"
                       STRING  "VIGENCIA SEM CHAVE MAE EM "
                                               DELIMITED BY SIZE
                               REF-MAE         DELIMITED BY SPACE
                               INTO MOTIVO-VAL
                       END-STRING
                    END-IF
                 END-IF
              END-IF
           END-IF

           MOVE VIG-REF-MSTTBL TO REG-MSTTBL
           .

       LE-LIGACAO-MAE.
      *----------------
      *    PROCURA A LIGACAO @REFERE DA CODTBL DE REG-MSTTBL
      *    (CODTBL=@REFERE, ARGBUS=CODTBL FILHA); DEIXA A MAE EM
      *    REF-MAE E A PERMISSAO DE FUNCIO EM BRANCO EM REF-VAZIO.
           MOVE "N"    TO HA-REFERE
           MOVE SPACES TO REF-MAE
           MOVE "N"    TO REF-VAZIO
           MOVE REG-MSTTBL TO GRD-REF-MSTTBL

           INITIALIZE REG-MSTTBL
           MOVE CATEG-REFERE TO CODTBL OF REG-MSTTBL
           MOVE CODTBL OF GRD-REF-MSTTBL TO ARGBUS OF REG-MSTTBL
           &STR MSTTBL,MSTTBL01,NL,[1],CODTBL,ARGBUS
           IF IO-NUMREC > 0
              IF CODTBL OF ARR-REG-MSTTBL(1) = CATEG-REFERE
                 AND ARGBUS OF ARR-REG-MSTTBL(1) =
                     ARGBUS OF REG-MSTTBL
                 AND FUNCIO OF ARR-REG-MSTTBL(1)(1:10) NOT = SPACES
                 MOVE FUNCIO OF ARR-REG-MSTTBL(1)(1:10) TO REF-MAE
                 MOVE FUNCIO OF ARR-REG-MSTTBL(1)(11:1) TO REF-VAZIO
                 MOVE "Y" TO HA-REFERE
              END-IF
           END-IF

           MOVE GRD-REF-MSTTBL TO REG-MSTTBL
           .

       LE-CHAVE-MAE.
      *--------------
      *    CONFIRMA QUE A CHAVE REF-CHAVE EXISTE COMO ARGBUS NA
      *    CATEGORIA MAE REF-MAE.
           MOVE "N" TO HA-CHAVE-MAE
           MOVE REG-MSTTBL TO GRD-REF-MSTTBL

           INITIALIZE REG-MSTTBL
           MOVE REF-MAE   TO CODTBL OF REG-MSTTBL
           MOVE REF-CHAVE TO ARGBUS OF REG-MSTTBL
           &STR MSTTBL,MSTTBL01,NL,[1],CODTBL,ARGBUS
           IF IO-NUMREC > 0
              IF CODTBL OF ARR-REG-MSTTBL(1) = REF-MAE
                 AND ARGBUS OF ARR-REG-MSTTBL(1) = REF-CHAVE
                 MOVE "Y" TO HA-CHAVE-MAE
              END-IF
           END-IF

           MOVE GRD-REF-MSTTBL TO REG-MSTTBL
           .

       VERIFICA-FILHAS.
      *-----------------
      *    ANTES DE REMOVER A CHAVE REF-CHAVE DA CATEGORIA REF-MAE,
      *    PROCURA NAS CATEGORIAS FILHAS (LIGACOES @REFERE COM ESSA
      *    MAE) UMA LINHA QUE AINDA A REFIRA; COM REF-CHAVE EM BRANCO
      *    (EXPURGO DA MAE INTEIRA) BASTA UMA LINHA FILHA COM A
      *    REFERENCIA PREENCHIDA. DEIXA A PRIMEIRA REFERENCIA ACHADA
      *    EM MOTIVO-REF (ESPACOS = MAE PODE SER REMOVIDA).
           MOVE SPACES TO MOTIVO-REF
           MOVE REG-MSTTBL TO GRD-REF-MSTTBL

           PERFORM CARREGA-FILHAS
           PERFORM VARYING IND-FILHA FROM 1 BY 1
                   UNTIL IND-FILHA > TOTAL-FILHAS
                      OR MOTIVO-REF NOT = SPACES
              PERFORM PROCURA-REFERENCIA
           END-PERFORM

      *    AS JANELAS @VIGENC DAS FILHAS REFEREM A MAE PELO SEU VALOR
           IF MOTIVO-REF = SPACES
              AND TOTAL-FILHAS > 0
              PERFORM PROCURA-REF-VIGENCIAS
           END-IF

           MOVE GRD-REF-MSTTBL TO REG-MSTTBL
           .

       CARREGA-FILHAS.
      *----------------
      *    JUNTA EM REF-FILHA AS CODTBL CUJA LIGACAO @REFERE APONTA
      *    PARA REF-MAE - ANTES DE AS VARRER, PORQUE CADA VARRIMENTO
      *    REUTILIZA O CURSOR MSTTBL01.
           MOVE ZERO TO TOTAL-FILHAS
           INITIALIZE REG-MSTTBL
           MOVE CATEG-REFERE TO CODTBL OF REG-MSTTBL
           &STR MSTTBL,MSTTBL01,NL,[1500],CODTBL,

           PERFORM CARREGA-FILHAS-LOTE UNTIL IO-NUMREC = 0
           .

       CARREGA-FILHAS-LOTE.
      *---------------------
           PERFORM VARYING PTR-MSTTBL FROM 1 BY 1 UNTIL PTR-MSTTBL >
              IO-NUMREC
              MOVE CORR ARR-REG-MSTTBL(PTR-MSTTBL) TO REG-MSTTBL
      *       NO EXPURGO A AUTO-REFERENCIA DESAPARECE COM A PROPRIA
      *       CATEGORIA - NAO BARRA NADA
              IF FUNCIO OF REG-MSTTBL(1:10) = REF-MAE
                 AND ARGBUS OF REG-MSTTBL(1:10) NOT = SPACES
                 AND (REF-CHAVE NOT = SPACES
                      OR ARGBUS OF REG-MSTTBL(1:10) NOT = REF-MAE)
                 IF TOTAL-FILHAS < 100
                    ADD 1 TO TOTAL-FILHAS
                    MOVE ARGBUS OF REG-MSTTBL(1:10)
                         TO REF-FILHA(TOTAL-FILHAS)
                 END-IF
              END-IF
           END-PERFORM

           IF IO-NUMREC < 1500
              MOVE ZERO TO IO-NUMREC
           ELSE
              &STR MSTTBL,MSTTBL01,GT,[1500],CODTBL,ARGBUS
           END-IF
           .

       PROCURA-REFERENCIA.
      *--------------------
           INITIALIZE REG-MSTTBL
           MOVE REF-FILHA(IND-FILHA) TO CODTBL OF REG-MSTTBL
           &STR MSTTBL,MSTTBL01,NL,[1500],CODTBL,

           PERFORM PROCURA-REF-LOTE UNTIL IO-NUMREC = 0
           .

       PROCURA-REF-LOTE.
      *------------------
           PERFORM VARYING PTR-MSTTBL FROM 1 BY 1
                   UNTIL PTR-MSTTBL > IO-NUMREC
                      OR MOTIVO-REF NOT = SPACES
              MOVE CORR ARR-REG-MSTTBL(PTR-MSTTBL) TO REG-MSTTBL
              PERFORM EXAMINA-REFERENCIA
           END-PERFORM

           IF IO-NUMREC < 1500 OR MOTIVO-REF NOT = SPACES
              MOVE ZERO TO IO-NUMREC
           ELSE
              &STR MSTTBL,MSTTBL01,GT,[1500],CODTBL,ARGBUS
           END-IF
           .

       EXAMINA-REFERENCIA.
      *--------------------
           IF FUNCIO OF REG-MSTTBL = SPACES
              GO TO EXAMINA-REFERENCIA-EXIT
           END-IF
           IF REF-CHAVE NOT = SPACES
              IF FUNCIO OF REG-MSTTBL(1:20) NOT = REF-CHAVE
                 OR FUNCIO OF REG-MSTTBL(21:20) NOT = SPACES
                 GO TO EXAMINA-REFERENCIA-EXIT
              END-IF
      *       A PROPRIA LINHA A REMOVER NAO CONTA COMO REFERENCIA
              IF CODTBL OF REG-MSTTBL = REF-MAE
                 AND ARGBUS OF REG-MSTTBL = REF-CHAVE
                 GO TO EXAMINA-REFERENCIA-EXIT
              END-IF
           END-IF

           STRING  "REFERIDA POR "      DELIMITED BY SIZE
                   CODTBL OF REG-MSTTBL DELIMITED BY SPACE
                   "/"                  DELIMITED BY SIZE
                   ARGBUS OF REG-MSTTBL DELIMITED BY SPACE
                   INTO MOTIVO-REF
           END-STRING
           .

       EXAMINA-REFERENCIA-EXIT.
      *-------------------------
           EXIT.

       PROCURA-REF-VIGENCIAS.
      *-----------------------
      *    UMA JANELA @VIGENC CUJA CODTBL ALVO E FILHA DE REF-MAE
      *    EXPORTA O SEU VALOR COMO FUNCIO DA FILHA - CONTA COMO
      *    REFERENCIA TAL COMO UMA LINHA DA PROPRIA FILHA.
           INITIALIZE REG-MSTTBL
           MOVE CATEG-VIGENC TO CODTBL OF REG-MSTTBL
           &STR MSTTBL,MSTTBL01,NL,[1500],CODTBL,

           PERFORM PROCURA-REF-VIG-LOTE UNTIL IO-NUMREC = 0
           .

       PROCURA-REF-VIG-LOTE.
      *----------------------
           PERFORM VARYING PTR-MSTTBL FROM 1 BY 1
                   UNTIL PTR-MSTTBL > IO-NUMREC
                      OR MOTIVO-REF NOT = SPACES
              MOVE CORR ARR-REG-MSTTBL(PTR-MSTTBL) TO REG-MSTTBL
              IF CODTBL OF REG-MSTTBL = CATEG-VIGENC
                 PERFORM EXAMINA-REF-VIGENCIA
              END-IF
           END-PERFORM

           IF IO-NUMREC < 1500 OR MOTIVO-REF NOT = SPACES
              MOVE ZERO TO IO-NUMREC
           ELSE
              &STR MSTTBL,MSTTBL01,GT,[1500],CODTBL,ARGBUS
           END-IF
           .

       EXAMINA-REF-VIGENCIA.
      *----------------------
           MOVE "N" TO VIG-DA-FILHA
           PERFORM VARYING IND-FILHA FROM 1 BY 1
                   UNTIL IND-FILHA > TOTAL-FILHAS
              IF REF-FILHA(IND-FILHA) = ARGBUS OF REG-MSTTBL(1:10)
                 MOVE "Y" TO VIG-DA-FILHA
              END-IF
           END-PERFORM

           IF VIG-DA-FILHA = "Y"
              AND FUNCIO OF REG-MSTTBL(17:24) NOT = SPACES
              IF REF-CHAVE = SPACES
                 MOVE "Y" TO VIG-REFERE
              ELSE
                 MOVE "N" TO VIG-REFERE
                 IF FUNCIO OF REG-MSTTBL(17:20) = REF-CHAVE
                    AND FUNCIO OF REG-MSTTBL(37:4) = SPACES
                    MOVE "Y" TO VIG-REFERE
                 END-IF
      *          A JANELA DA PROPRIA LINHA A REMOVER NAO CONTA
                 IF ARGBUS OF REG-MSTTBL(1:10) = REF-MAE
                    AND ARGBUS OF REG-MSTTBL(11:8) = REF-CHAVE
                    MOVE "N" TO VIG-REFERE
                 END-IF
              END-IF
              IF VIG-REFERE = "Y"
                 STRING  "REFERIDA EM @VIGENC " DELIMITED BY SIZE
                         ARGBUS OF REG-MSTTBL(1:10)
                                                DELIMITED BY SPACE
                         "/"                    DELIMITED BY SIZE
                         ARGBUS OF REG-MSTTBL(11:8)
                                                DELIMITED BY SPACE
                         INTO MOTIVO-REF
                 END-STRING
              END-IF
           END-IF
           .
