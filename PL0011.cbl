      *|                             F-FUTURO capta uma janela nova
      *| 02/09/26  PM               Entradas do jornal numeradas
      *|                             pela sequencia C:\PL0010.JSQ
      *| 15/10/26  PM               Integridade referencial @REFERE
      *|                             na insercao/alteracao e na opcao
      *|                             E-ELIMINAR
      *| 15/10/26  PM               Autorizacao por operador (categoria
      *|                             reservada @ACESSO); recusas no log
      *| 15/10/26  PM               Identificacao da corrida em cada
      *|                             entrada do jornal (JRN-CORRIDA)
      *| 15/10/26  PM               Cadeia de verificacao em cada
      *|                             entrada do jornal, guardada com
      *|                             a sequencia em C:\PL0010.JSQ
      *| 15/10/26  PM               Janelas de congelamento @CONGEL;
      *|                             pedido de emergencia para a fila
      *|                             do PL0020 (PND-URGENTE)
      *| 15/10/26  PM               Validacao das linhas @TOLERA
      *|                             (tolerancias do PL0022)
      *| 15/10/26  PM               Catalogo de categorias @CATALG:
      *|                             validacao das linhas e opcao
      *|                             T-ATESTAR (atestacao do
      *|                             responsavel, no jornal como ATESTA)
      *| 15/10/26  PM               Validacao das linhas @PRAZOS
      *|                             (prazos de entrega da noite)
      *| 15/10/26  PM               Janelas @VIGENC: direito, congela-
      *|                             mento e @REFERE sobre a CODTBL alvo
      *| xx/xx/xx
      *----------------------------------------------------------------
       IDENTIFICATION DIVISION.
                FILE STATUS     IS RESERVADA-LCK
                ACCESS          IS SEQUENTIAL.

       SELECT LOGAUD
                ASSIGN          TO LOGAUD-PATH
                ORGANIZATION    IS LINE SEQUENTIAL
                FILE STATUS     IS RESERVADA-LOG
                ACCESS          IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

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

               03 PND-NOV-CODTBL &LIKE CODTBL
               03 PND-NOV-ARGBUS &LIKE ARGBUS
               03 PND-NOV-FUNCIO &LIKE FUNCIO
      *    U = PEDIDO DE EMERGENCIA NUMA CODTBL CONGELADA (@CONGEL)
           02 FILLER      PIC X(01).
           02 PND-URGENTE PIC X(01).

       FD LCKTBL.

           02 FILLER      PIC X(01).
           02 LCK-HORA    PIC 9(08).

       FD LOGAUD.

       01 REG-LOGAUD PIC X(160).

       WORKING-STORAGE SECTION.

      * Registo com nomes dos campos pretendidos no ecran - alterar
           88 OPCAO-ALTERAR       VALUE "A".
           88 OPCAO-ELIMINAR      VALUE "E".
           88 OPCAO-FUTURO        VALUE "F".
           88 OPCAO-ATESTAR       VALUE "T".
           88 OPCAO-SAIR          VALUE "S".

       77 SAIDA-PEDIDA  PIC X VALUE "N".
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
       77 ARCTBL-PATH   PIC X(256) VALUE "C:\PL0010.ARC".
       77 RESERVADA-ARC PIC XX VALUE "00".

      * LOG/AUDITORIA - O MESMO LOG UNICO PARTILHADO DO PL0010; O
      * ECRAN SO ESCREVE NELE AS RECUSAS DE AUTORIZACAO @ACESSO
       77 LOGAUD-PATH   PIC X(256) VALUE "C:\PL0010.LOG".
       77 RESERVADA-LOG PIC XX VALUE "00".

      * FILA DE PEDIDOS PENDENTES DE APROVACAO - CAMINHO FIXO E
      * PARTILHADO COM O PL0020, COMO O JORNAL E O ARQUIVO
       77 PNDAUD-PATH   PIC X(256) VALUE "C:\PL0010.PND".
       77 HA-DIRETO     PIC X VALUE "N".
       77 QUER-PENDENTE PIC X VALUE "N".
           88 PEDIDO-VAI-A-FILA   VALUE "Y".
       77 PEDIDO-URGENCIA PIC X VALUE SPACE.
       77 OPCAO-URGENCIA  PIC X VALUE SPACE.

      * BLOQUEIOS DE CATEGORIA DA MANUTENCAO BATCH (C:\PL0010.LCK,
      * ESCRITO PELO PL0010/PL0012): COM A CODTBL BLOQUEADA (OU COM
           88 CODTBL-ESTA-BLOQUEADA VALUE "Y".
       77 UTILIZADOR    PIC X(08) VALUE SPACES.
       77 JRN-OPERAC-WK PIC X(06) VALUE SPACES.
      * IDENTIFICACAO DA CORRIDA QUE ESCREVE NO JORNAL - PROGRAMA E
      * INSTANTE DE ARRANQUE (PROGRAMA+AAAAMMDD+HHMMSSCC); E POR ELA
      * QUE O PL0025 DESFAZ UMA CORRIDA INTEIRA
       77 CORRIDA-ID    PIC X(22) VALUE SPACES.
       77 DATA-JRN      PIC 9(08) VALUE ZERO.
       77 HORA-JRN      PIC 9(08) VALUE ZERO.

       01 GRD-FROW-WK.
           &CAMPOS MSTTBL

      * INTEGRIDADE REFERENCIAL (CATEGORIA RESERVADA @REFERE, MESMO
      * DESENHO DO PL0010): ARGBUS = CODTBL FILHA, FUNCIO POS 1-10 =
      * CODTBL MAE, POS 11 = FUNCIO EM BRANCO PERMITIDO NA FILHA (S/N)
       77 CATEG-REFERE  PIC X(10) VALUE "@REFERE".
       77 HA-REFERE     PIC X VALUE "N".
       77 REF-MAE       PIC X(10) VALUE SPACES.
       77 REF-VAZIO     PIC X VALUE "N".
       77 REF-CHAVE     PIC X(20) VALUE SPACES.
       77 HA-CHAVE-MAE  PIC X VALUE "N".
       77 MOTIVO-REF    PIC X(40) VALUE SPACES.
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

      * AUTORIZACAO POR OPERADOR (CATEGORIA RESERVADA @ACESSO, MANTIDA
      * COM AS MESMAS FERRAMENTAS QUE @REGRAS E @4OLHOS): UMA LINHA POR
      * OPERADOR E CODTBL -
      *    ARGBUS POS 1-8    UTILIZADOR
      *           POS 9-18   CODTBL (@TODAS = QUALQUER CODTBL SEM
      *                      LINHA PROPRIA DO OPERADOR)
      *    FUNCIO POS 1      CONSULTAR (S/N)
      *           POS 2      INSERIR (S/N)
      *           POS 3      ALTERAR (S/N)
      *           POS 4      ELIMINAR/EXPURGAR (S/N)
      *           POS 5      APROVAR PEDIDOS NO PL0020 (S/N)
      * A LINHA DA PROPRIA @ACESSO (ARGBUS=@ACESSO) LIGA O CONTROLO -
      * SEM ELA NENHUM OPERADOR E BARRADO. CADA RECUSA FICA NO LOG
      * PARTILHADO (OPERACAO=ACESSO)
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

      * TOLERANCIAS DE VOLUME DAS ENTREGAS (CATEGORIA RESERVADA
      * @TOLERA, LIDA PELO PL0022): ARGBUS = CODTBL OU @TODAS; FUNCIO
      * POS 1-3 VARIACAO MAXIMA EM %, 4-12 VARIACAO MAXIMA EM
      * REGISTOS, 13-21 MINIMO DE REGISTOS - CADA LIMITE NUMERICO OU
      * EM BRANCO (NAO VERIFICADO)
       77 CATEG-TOLERA  PIC X(10) VALUE "@TOLERA".

      * CATALOGO DAS CATEGORIAS (CATEGORIA RESERVADA @CATALG, LIDA
      * PELO RELATORIO PL0030): UMA LINHA POR CODTBL - ARGBUS POS 1-10
      * CODTBL, 11-20 DEPARTAMENTO DONO; FUNCIO POS 1-8 UTILIZADOR
      * RESPONSAVEL, 9 CLASSE DE SENSIBILIDADE (P/I/C/R), 10-17
      * PROXIMA ATESTACAO (AAAAMMDD), 18-19 PERIODICIDADE EM MESES
      * (BRANCO = 12), 20-40 DESCRICAO
       77 CATEG-CATALG  PIC X(10) VALUE "@CATALG".

      * PRAZOS DE ENTREGA DA NOITE (CATEGORIA RESERVADA @PRAZOS, LIDA
      * PELO RELATORIO DA JANELA PL0031): ARGBUS = FICHEIRO ENTREGUE
      * PELO PL0022 (COMO NO CONTROLO DO PL0014) OU @TODAS PARA A
      * ULTIMA ENTREGA DA NOITE; FUNCIO POS 1-4 HORA LIMITE (HHMM),
      * 5-40 DESCRICAO (PARCEIRO)
       77 CATEG-PRAZOS  PIC X(10) VALUE "@PRAZOS".
      * ATESTACAO T-ATESTAR: O RESPONSAVEL CONFIRMA QUE A CATEGORIA
      * CONTINUA CERTA SEM ALTERACOES; A LINHA @CATALG PASSA A PROXIMA
      * DATA DE ATESTACAO E O JORNAL GUARDA A OPERACAO ATESTA
       77 ATE-CODTBL    PIC X(10) VALUE SPACES.
       77 ATE-ACHADO    PIC X VALUE "N".
       77 ATE-PERIODO   PIC 9(02) VALUE ZERO.
       77 ATE-MESES     PIC 9(03) COMP VALUE ZERO.
       77 ATE-ANOS      PIC 9(03) COMP VALUE ZERO.
       01 ATE-DATA-G.
           02 ATE-ANO   PIC 9(04).
           02 ATE-MES   PIC 9(02).
           02 ATE-DIA   PIC 9(02).
       01 ATE-DATA REDEFINES ATE-DATA-G PIC 9(08).
       01 CAT-MSTTBL.
           &CAMPOS MSTTBL
       01 GRD-ATE-MSTTBL.
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

       SCREEN SECTION.
       01 TELA-MSTTBL.
           02 BLANK SCREEN.
           02 LINE 06 COL 01 VALUE "VIGENC  :".
           02 LINE 06 COL 12 PIC X(60) FROM VIGENC-INFO.
           02 LINE 07 COL 01 VALUE
              "N-PROX I-INSERIR A-ALTERAR E-ELIMINAR F-FUTURO".
           02 LINE 07 COL 48 VALUE "T-ATESTAR S-SAIR".
           02 LINE 08 COL 01 VALUE "OPCAO   :".
           02 LINE 08 COL 12 PIC X TO OPCAO-ECRA.

           02 LINE 13 COL 12 PIC X(24) FROM FUT-VALOR
                                        TO FUT-VALOR.

       01 TELA-URGENCIA.
           02 LINE 15 COL 01 VALUE
              "CODTBL CONGELADA - PEDIDO DE EMERGENCIA AO PL0020 (S/N)".
           02 LINE 16 COL 01 VALUE "OPCAO   :".
           02 LINE 16 COL 12 PIC X TO OPCAO-URGENCIA.

       PROCEDURE DIVISION.
       INICIO.
      *-------
           INITIALIZE REG-MSTTBL
           INITIALIZE FROW-WK
           PERFORM IDENTIFICA-CORRIDA
           PERFORM LE-PRIMEIRO
           PERFORM PROCESSA-ECRA UNTIL FIM-ECRA
           GO TO FIM-PROGRAMA
                 ELSE
                    PERFORM CAPTURA-FUTURO
                 END-IF
              WHEN OPCAO-ATESTAR
                 IF NOT REGISTO-PRESENTE
                    DISPLAY "PL0011 - SEM REGISTO ATUAL PARA ATESTAR"
                 ELSE
                    PERFORM ATESTA-CATEGORIA
                 END-IF
              WHEN OPCAO-SAIR
                 MOVE "Y" TO SAIDA-PEDIDA
              WHEN OTHER
              GO TO INSERE-MSTTBL-EXIT
           END-IF

           MOVE CODTBL OF REG-MSTTBL TO ACE-CODTBL
      *    UMA JANELA @VIGENC MUDA O VALOR DA CODTBL ALVO - E SOBRE
      *    ESSA QUE CONTAM O DIREITO E O CONGELAMENTO
           IF CODTBL OF REG-MSTTBL = CATEG-VIGENC
              AND ARGBUS OF REG-MSTTBL(1:10) NOT = SPACES
              MOVE ARGBUS OF REG-MSTTBL(1:10) TO ACE-CODTBL
           END-IF
           MOVE "INSERT" TO ACE-OPERAC
           MOVE 2 TO ACE-DIREITO
           PERFORM VERIFICA-ACESSO
           IF NOT ACESSO-PERMITIDO
              GO TO INSERE-MSTTBL-EXIT
           END-IF

           MOVE "Y" TO VALIDA-INSERCAO
           PERFORM VALIDA-MSTTBL
           IF MOTIVO-VAL NOT = SPACES
           END-IF

           MOVE "INSERT" TO JRN-OPERAC-WK
           MOVE CODTBL OF REG-MSTTBL TO CONG-CODTBL
           IF CODTBL OF REG-MSTTBL = CATEG-VIGENC
              AND ARGBUS OF REG-MSTTBL(1:10) NOT = SPACES
              MOVE ARGBUS OF REG-MSTTBL(1:10) TO CONG-CODTBL
           END-IF
           PERFORM VERIFICA-CONGELAMENTO
           IF CODTBL-ESTA-CONGELADA
              PERFORM PEDE-URGENCIA
              GO TO INSERE-MSTTBL-EXIT
           END-IF

           PERFORM AVALIA-QUATRO-OLHOS
           IF PEDIDO-VAI-A-FILA
              PERFORM GRAVA-PENDENTE
              GO TO ALTERA-MSTTBL-EXIT
           END-IF

           MOVE CODTBL OF REG-MSTTBL TO ACE-CODTBL
      *    UMA JANELA @VIGENC MUDA O VALOR DA CODTBL ALVO - E SOBRE
      *    ESSA QUE CONTAM O DIREITO E O CONGELAMENTO
           IF CODTBL OF REG-MSTTBL = CATEG-VIGENC
              AND ARGBUS OF REG-MSTTBL(1:10) NOT = SPACES
              MOVE ARGBUS OF REG-MSTTBL(1:10) TO ACE-CODTBL
           END-IF
           MOVE "UPDATE" TO ACE-OPERAC
           MOVE 3 TO ACE-DIREITO
           PERFORM VERIFICA-ACESSO
           IF NOT ACESSO-PERMITIDO
              MOVE ANT-MSTTBL TO REG-MSTTBL
              GO TO ALTERA-MSTTBL-EXIT
           END-IF

           MOVE "N" TO VALIDA-INSERCAO
           PERFORM VALIDA-MSTTBL
           IF MOTIVO-VAL NOT = SPACES
           PERFORM LE-IMAGEM-ANT

           MOVE "UPDATE" TO JRN-OPERAC-WK
           MOVE CODTBL OF REG-MSTTBL TO CONG-CODTBL
           IF CODTBL OF REG-MSTTBL = CATEG-VIGENC
              AND ARGBUS OF REG-MSTTBL(1:10) NOT = SPACES
              MOVE ARGBUS OF REG-MSTTBL(1:10) TO CONG-CODTBL
           END-IF
           PERFORM VERIFICA-CONGELAMENTO
           IF CODTBL-ESTA-CONGELADA
              PERFORM PEDE-URGENCIA
              GO TO ALTERA-MSTTBL-EXIT
           END-IF

           PERFORM AVALIA-QUATRO-OLHOS
           IF PEDIDO-VAI-A-FILA
              PERFORM GRAVA-PENDENTE
              GO TO ELIMINA-MSTTBL-EXIT
           END-IF

           MOVE CODTBL OF REG-MSTTBL TO ACE-CODTBL
      *    UMA JANELA @VIGENC MUDA O VALOR DA CODTBL ALVO - E SOBRE
      *    ESSA QUE CONTAM O DIREITO E O CONGELAMENTO
           IF CODTBL OF REG-MSTTBL = CATEG-VIGENC
              AND ARGBUS OF REG-MSTTBL(1:10) NOT = SPACES
              MOVE ARGBUS OF REG-MSTTBL(1:10) TO ACE-CODTBL
           END-IF
           MOVE "DELETE" TO ACE-OPERAC
           MOVE 4 TO ACE-DIREITO
           PERFORM VERIFICA-ACESSO
           IF NOT ACESSO-PERMITIDO
              GO TO ELIMINA-MSTTBL-EXIT
           END-IF

      *    UMA CHAVE AINDA REFERIDA POR UMA CATEGORIA FILHA
      *    (@REFERE) NAO PODE SER REMOVIDA
           MOVE CODTBL OF REG-MSTTBL TO REF-MAE
           MOVE ARGBUS OF REG-MSTTBL TO REF-CHAVE
           IF REF-CHAVE NOT = SPACES
              PERFORM VERIFICA-FILHAS
              IF MOTIVO-REF NOT = SPACES
                 DISPLAY "PL0011 - ELIMINACAO RECUSADA - " MOTIVO-REF
                 GO TO ELIMINA-MSTTBL-EXIT
              END-IF
           END-IF

           MOVE "DELETE" TO JRN-OPERAC-WK
           MOVE CODTBL OF REG-MSTTBL TO CONG-CODTBL
           IF CODTBL OF REG-MSTTBL = CATEG-VIGENC
              AND ARGBUS OF REG-MSTTBL(1:10) NOT = SPACES
              MOVE ARGBUS OF REG-MSTTBL(1:10) TO CONG-CODTBL
           END-IF
           PERFORM VERIFICA-CONGELAMENTO
           IF CODTBL-ESTA-CONGELADA
              PERFORM PEDE-URGENCIA
              GO TO ELIMINA-MSTTBL-EXIT
           END-IF

           PERFORM AVALIA-QUATRO-OLHOS
           IF PEDIDO-VAI-A-FILA
              PERFORM GRAVA-PENDENTE
                 MOVE ARGBUS OF REG-MSTTBL TO PND-NOV-ARGBUS
                 MOVE FUNCIO OF REG-MSTTBL TO PND-NOV-FUNCIO
              END-IF
              MOVE PEDIDO-URGENCIA TO PND-URGENTE
              WRITE REG-PNDAUD
              CLOSE PNDAUD
           END-IF
              DISPLAY "PL0011 - FILE STATUS = " RESERVADA-PND
              DISPLAY "PL0011 - PEDIDO NAO REGISTADO"
           ELSE
              IF PEDIDO-URGENCIA = "U"
                 DISPLAY "PL0011 - EMERGENCIA - PEDIDO EM FILA DE "
                         "APROVACAO (PL0020)"
              ELSE
                 DISPLAY "PL0011 - QUATRO OLHOS - PEDIDO EM FILA DE "
                         "APROVACAO (PL0020)"
              END-IF
           END-IF
           .

       PEDE-URGENCIA.
      *---------------
      *    A CODTBL ESTA DENTRO DE UMA JANELA @CONGEL: A OPERACAO NAO
      *    E FEITA. O OPERADOR PODE DEIXAR UM PEDIDO DE EMERGENCIA NA
      *    FILA DE APROVACAO (COM OU SEM QUATRO OLHOS) - SO UM SEGUNDO
      *    OPERADOR O APLICA NO PL0020, E FICA ASSINALADO NO JORNAL.
           DISPLAY "PL0011 - CODTBL CONGELADA - " CONG-JANELA
           MOVE SPACE TO OPCAO-URGENCIA
           DISPLAY TELA-URGENCIA
           ACCEPT TELA-URGENCIA
           IF OPCAO-URGENCIA = "S"
              MOVE "U" TO PEDIDO-URGENCIA
              PERFORM GRAVA-PENDENTE
              MOVE SPACE TO PEDIDO-URGENCIA
           ELSE
              DISPLAY "PL0011 - OPERACAO NAO FEITA - CODTBL CONGELADA"
           END-IF
           .

      *----------------------
           EXIT.

       VALIDA-CONGELAMENTO.
      *---------------------
      *    VALIDA UMA LINHA DA CATEGORIA @CONGEL: CHAVE COM CODTBL E
      *    SEQUENCIA, INICIO E FIM COMPLETOS (AAAAMMDDHHMM) E FIM
      *    DEPOIS DO INICIO - UMA JANELA MAL ESCRITA NAO CONGELARIA
      *    NADA SEM NINGUEM DAR POR ISSO.
           EVALUATE TRUE
              WHEN ARGBUS OF REG-MSTTBL(1:10) = SPACES
                 MOVE "CONGELAMENTO SEM CODTBL" TO MOTIVO-VAL
              WHEN ARGBUS OF REG-MSTTBL(11:2) NOT NUMERIC
                OR ARGBUS OF REG-MSTTBL(11:2) = "00"
                 MOVE "CONGELAMENTO SEM SEQUENCIA 01-99"
                   TO MOTIVO-VAL
              WHEN FUNCIO OF REG-MSTTBL(1:12) NOT NUMERIC
                 MOVE "CONGELAMENTO SEM INICIO AAAAMMDDHHMM"
                   TO MOTIVO-VAL
              WHEN FUNCIO OF REG-MSTTBL(13:12) NOT NUMERIC
                 MOVE "CONGELAMENTO SEM FIM AAAAMMDDHHMM"
                   TO MOTIVO-VAL
              WHEN FUNCIO OF REG-MSTTBL(13:12)
                   NOT > FUNCIO OF REG-MSTTBL(1:12)
                 MOVE "CONGELAMENTO COM FIM ANTES DO INICIO"
                   TO MOTIVO-VAL
              WHEN OTHER
                 CONTINUE
           END-EVALUATE
           .

       VALIDA-TOLERANCIA.
      *-------------------
      *    VALIDA UMA LINHA DA CATEGORIA @TOLERA: CHAVE COM CODTBL E
      *    PELO MENOS UM LIMITE, CADA LIMITE NUMERICO OU EM BRANCO -
      *    UM LIMITE ILEGIVEL DEIXARIA PASSAR TUDO NO PL0022.
           EVALUATE TRUE
              WHEN ARGBUS OF REG-MSTTBL(1:10) = SPACES
                 MOVE "TOLERANCIA SEM CODTBL" TO MOTIVO-VAL
              WHEN FUNCIO OF REG-MSTTBL(1:21) = SPACES
                 MOVE "TOLERANCIA SEM NENHUM LIMITE" TO MOTIVO-VAL
              WHEN FUNCIO OF REG-MSTTBL(1:3) NOT = SPACES
               AND FUNCIO OF REG-MSTTBL(1:3) NOT NUMERIC
                 MOVE "TOLERANCIA COM % NAO NUMERICA (1-3)"
                   TO MOTIVO-VAL
              WHEN FUNCIO OF REG-MSTTBL(4:9) NOT = SPACES
               AND FUNCIO OF REG-MSTTBL(4:9) NOT NUMERIC
                 MOVE "TOLERANCIA COM VARIACAO NAO NUMERICA"
                   TO MOTIVO-VAL
              WHEN FUNCIO OF REG-MSTTBL(13:9) NOT = SPACES
               AND FUNCIO OF REG-MSTTBL(13:9) NOT NUMERIC
                 MOVE "TOLERANCIA COM MINIMO NAO NUMERICO"
                   TO MOTIVO-VAL
              WHEN OTHER
                 CONTINUE
           END-EVALUATE
           .

       VALIDA-CATALOGO.
      *-----------------
      *    VALIDA UMA LINHA DA CATEGORIA @CATALG: CHAVE COM CODTBL E
      *    DEPARTAMENTO, RESPONSAVEL, CLASSE CONHECIDA, DATA DE
      *    ATESTACAO AAAAMMDD E PERIODICIDADE NUMERICA OU EM BRANCO -
      *    SEM ISTO O CATALOGO NAO DIZ A QUEM PERGUNTAR NEM QUANDO.
           EVALUATE TRUE
              WHEN ARGBUS OF REG-MSTTBL(1:10) = SPACES
                 MOVE "CATALOGO SEM CODTBL" TO MOTIVO-VAL
              WHEN ARGBUS OF REG-MSTTBL(11:10) = SPACES
                 MOVE "CATALOGO SEM DEPARTAMENTO (ARGBUS 11-20)"
                   TO MOTIVO-VAL
              WHEN FUNCIO OF REG-MSTTBL(1:8) = SPACES
                 MOVE "CATALOGO SEM RESPONSAVEL (1-8)" TO MOTIVO-VAL
              WHEN FUNCIO OF REG-MSTTBL(9:1) NOT = "P"
               AND FUNCIO OF REG-MSTTBL(9:1) NOT = "I"
               AND FUNCIO OF REG-MSTTBL(9:1) NOT = "C"
               AND FUNCIO OF REG-MSTTBL(9:1) NOT = "R"
                 MOVE "CATALOGO COM CLASSE NAO P/I/C/R (9)"
                   TO MOTIVO-VAL
              WHEN FUNCIO OF REG-MSTTBL(10:8) NOT NUMERIC
                 MOVE "CATALOGO SEM DATA DE ATESTACAO (10-17)"
                   TO MOTIVO-VAL
              WHEN FUNCIO OF REG-MSTTBL(14:2) < "01"
                OR FUNCIO OF REG-MSTTBL(14:2) > "12"
                OR FUNCIO OF REG-MSTTBL(16:2) < "01"
                OR FUNCIO OF REG-MSTTBL(16:2) > "31"
                 MOVE "CATALOGO COM DATA DE ATESTACAO INVALIDA"
                   TO MOTIVO-VAL
              WHEN FUNCIO OF REG-MSTTBL(18:2) NOT = SPACES
               AND FUNCIO OF REG-MSTTBL(18:2) NOT NUMERIC
                 MOVE "CATALOGO COM PERIODICIDADE NAO NUMERICA"
                   TO MOTIVO-VAL
              WHEN OTHER
                 CONTINUE
           END-EVALUATE
           .

       VALIDA-PRAZO.
      *--------------
      *    VALIDA UMA LINHA DA CATEGORIA @PRAZOS: FICHEIRO (OU @TODAS)
      *    NA CHAVE E HORA LIMITE HHMM VALIDA - UM PRAZO ILEGIVEL NUNCA
      *    SERIA DADO COMO FALHADO.
           EVALUATE TRUE
              WHEN ARGBUS OF REG-MSTTBL = SPACES
                 MOVE "PRAZO SEM FICHEIRO (ARGBUS)" TO MOTIVO-VAL
              WHEN FUNCIO OF REG-MSTTBL(1:4) NOT NUMERIC
                 MOVE "PRAZO SEM HORA LIMITE HHMM (1-4)"
                   TO MOTIVO-VAL
              WHEN FUNCIO OF REG-MSTTBL(1:2) > "23"
                OR FUNCIO OF REG-MSTTBL(3:2) > "59"
                 MOVE "PRAZO COM HORA LIMITE INVALIDA" TO MOTIVO-VAL
              WHEN OTHER
                 CONTINUE
           END-EVALUATE
           .

       ATESTA-CATEGORIA.
      *------------------
      *    O RESPONSAVEL DA CODTBL EM CONSULTA (NUMA LINHA DA PROPRIA
      *    @CATALG, A CODTBL QUE ELA DESCREVE) ATESTA QUE A CATEGORIA
      *    CONTINUA CERTA SEM ALTERACOES. SO O UTILIZADOR INSCRITO
      *    COMO RESPONSAVEL NO CATALOGO PODE ATESTAR; UMA TENTATIVA DE
      *    OUTRO OPERADOR VAI AO LOG COMO AS RECUSAS @ACESSO.
           MOVE REG-MSTTBL TO GRD-ATE-MSTTBL
           MOVE CODTBL OF REG-MSTTBL TO ATE-CODTBL
           IF ATE-CODTBL = CATEG-CATALG
              MOVE ARGBUS OF REG-MSTTBL(1:10) TO ATE-CODTBL
           END-IF

           PERFORM LE-CATALOGO
           MOVE SPACES TO UTILIZADOR
           ACCEPT UTILIZADOR FROM ENVIRONMENT "USERNAME"
              ON EXCEPTION
                 MOVE SPACES TO UTILIZADOR
           END-ACCEPT

           EVALUATE TRUE
              WHEN ATE-ACHADO = "N"
                 DISPLAY "PL0011 - CODTBL " ATE-CODTBL
                         " SEM ENTRADA NO CATALOGO @CATALG"
              WHEN UTILIZADOR = SPACES
                OR UTILIZADOR NOT = FUNCIO OF CAT-MSTTBL(1:8)
                 DISPLAY "PL0011 - ATESTACAO RECUSADA - RESPONSAVEL "
                         "DA CODTBL E " FUNCIO OF CAT-MSTTBL(1:8)
                 MOVE ATE-CODTBL TO ACE-CODTBL
                 MOVE "ATESTA"   TO ACE-OPERAC
                 PERFORM GRAVA-LOG-ACESSO
              WHEN OTHER
                 PERFORM GRAVA-ATESTACAO
           END-EVALUATE

           MOVE GRD-ATE-MSTTBL TO REG-MSTTBL
           .

       LE-CATALOGO.
      *-------------
      *    PROCURA EM CAT-MSTTBL A LINHA @CATALG DA CODTBL ATE-CODTBL
      *    (QUALQUER DEPARTAMENTO). O CURSOR E REABERTO SEM FILTRO
      *    COMO NO LE-ACESSO.
           MOVE "N" TO ATE-ACHADO
           INITIALIZE CAT-MSTTBL
           INITIALIZE REG-MSTTBL
           MOVE CATEG-CATALG TO CODTBL OF REG-MSTTBL
           MOVE ATE-CODTBL   TO ARGBUS OF REG-MSTTBL(1:10)
           &STR MSTTBL,MSTTBL01,NL,[1500],CODTBL,
           PERFORM VARYING PTR-MSTTBL FROM 1 BY 1
                   UNTIL PTR-MSTTBL > IO-NUMREC
                      OR ATE-ACHADO = "Y"
              IF CODTBL OF ARR-REG-MSTTBL(PTR-MSTTBL) = CATEG-CATALG
                 AND ARGBUS OF ARR-REG-MSTTBL(PTR-MSTTBL)(1:10) =
                     ATE-CODTBL
                 MOVE ARR-REG-MSTTBL(PTR-MSTTBL) TO CAT-MSTTBL
                 MOVE "Y" TO ATE-ACHADO
              END-IF
           END-PERFORM

           INITIALIZE REG-MSTTBL
           &STR MSTTBL,MSTTBL01,NL,[1],CODTBL,ARGBUS
           .

       GRAVA-ATESTACAO.
      *-----------------
      *    A LINHA @CATALG E ALTERADA COMO QUALQUER OUTRA (BLOQUEIO DA
      *    MANUTENCAO BATCH E CONGELAMENTO RESPEITADOS), SEM PASSAR
      *    PELOS QUATRO OLHOS - E O PROPRIO RESPONSAVEL QUE ATESTA.
           MOVE CATEG-CATALG TO CODTBL-BLOQ
           PERFORM VERIFICA-BLOQUEIO
           MOVE CATEG-CATALG TO CONG-CODTBL
           PERFORM VERIFICA-CONGELAMENTO

           EVALUATE TRUE
              WHEN CODTBL-ESTA-BLOQUEADA
                 DISPLAY "PL0011 - ATESTACAO NAO FEITA - CATALOGO "
                         "BLOQUEADO PELA MANUTENCAO BATCH"
              WHEN CODTBL-ESTA-CONGELADA
                 DISPLAY "PL0011 - ATESTACAO NAO FEITA - "
                         CONG-JANELA
              WHEN OTHER
                 PERFORM ATUALIZA-CATALOGO
           END-EVALUATE
           .

       ATUALIZA-CATALOGO.
      *-------------------
      *    PROXIMA ATESTACAO = HOJE MAIS A PERIODICIDADE DA LINHA (EM
      *    MESES, 12 SE EM BRANCO); O DIA E LEVADO A 28 NO MAXIMO PARA
      *    A DATA EXISTIR EM QUALQUER MES.
           MOVE CAT-MSTTBL TO ANT-MSTTBL
           MOVE CAT-MSTTBL TO REG-MSTTBL

           MOVE 12 TO ATE-PERIODO
           IF FUNCIO OF REG-MSTTBL(18:2) NUMERIC
              AND FUNCIO OF REG-MSTTBL(18:2) NOT = "00"
              MOVE FUNCIO OF REG-MSTTBL(18:2) TO ATE-PERIODO
           END-IF
           ACCEPT ATE-DATA FROM DATE YYYYMMDD
           COMPUTE ATE-MESES = ATE-MES + ATE-PERIODO - 1
           DIVIDE ATE-MESES BY 12 GIVING ATE-ANOS
                  REMAINDER ATE-MESES
           ADD ATE-ANOS TO ATE-ANO
           COMPUTE ATE-MES = ATE-MESES + 1
           IF ATE-DIA > 28
              MOVE 28 TO ATE-DIA
           END-IF
           MOVE ATE-DATA TO FUNCIO OF REG-MSTTBL(10:8)

           MOVE "00" TO RESERVADA-MNT
           &UPD MSTTBL,REG-MSTTBL,CODTBL,ARGBUS,RESERVADA-MNT

           IF RESERVADA-MNT NOT = "00"
              DISPLAY "PL0011 - ERRO AO ATESTAR - FILE STATUS = "
                      RESERVADA-MNT
           ELSE
              DISPLAY "PL0011 - CATEGORIA " ATE-CODTBL
                      " ATESTADA - PROXIMA ATESTACAO " ATE-DATA
              &COMIT WORK
              MOVE "ATESTA" TO JRN-OPERAC-WK
              PERFORM GRAVA-JORNAL
      *       SE O ECRAN ESTAVA NA PROPRIA LINHA @CATALG, MOSTRA JA A
      *       DATA NOVA
              IF CODTBL OF GRD-ATE-MSTTBL = CODTBL OF REG-MSTTBL
                 AND ARGBUS OF GRD-ATE-MSTTBL = ARGBUS OF REG-MSTTBL
                 MOVE REG-MSTTBL TO GRD-ATE-MSTTBL
                 MOVE CORR REG-MSTTBL TO FROW-WK
              END-IF
           END-IF
           .

       VALIDA-MSTTBL.
      *---------------
      *    VALIDA REG-MSTTBL CONTRA AS REGRAS DA SUA CODTBL; DEIXA O
              END-IF
           END-IF

           IF CODTBL OF REG-MSTTBL = CATEG-CONGEL
              PERFORM VALIDA-CONGELAMENTO
              IF MOTIVO-VAL NOT = SPACES
                 GO TO VALIDA-MSTTBL-EXIT
              END-IF
           END-IF

           IF CODTBL OF REG-MSTTBL = CATEG-TOLERA
              PERFORM VALIDA-TOLERANCIA
              IF MOTIVO-VAL NOT = SPACES
                 GO TO VALIDA-MSTTBL-EXIT
              END-IF
           END-IF

           IF CODTBL OF REG-MSTTBL = CATEG-CATALG
              PERFORM VALIDA-CATALOGO
              IF MOTIVO-VAL NOT = SPACES
                 GO TO VALIDA-MSTTBL-EXIT
              END-IF
           END-IF

           IF CODTBL OF REG-MSTTBL = CATEG-PRAZOS
              PERFORM VALIDA-PRAZO
              IF MOTIVO-VAL NOT = SPACES
                 GO TO VALIDA-MSTTBL-EXIT
              END-IF
           END-IF

           PERFORM VALIDA-REFERENCIA
           IF MOTIVO-VAL NOT = SPACES
              GO TO VALIDA-MSTTBL-EXIT
           END-IF

           PERFORM LE-REGRA-CATEG
           IF HA-REGRA = "N"
              IF VALIDA-INSERCAO = "Y"
           MOVE ZERO   TO DOM-LEN
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
              DISPLAY "PL0011 - SEM AUTORIZACAO @ACESSO - UTILIZ="
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
      *    O CURSOR E REABERTO SEM FILTRO COMO NO LE-REGRA-CATEG.
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

           INITIALIZE REG-MSTTBL
           &STR MSTTBL,MSTTBL01,NL,[1],CODTBL,ARGBUS
           MOVE GRD-ACE-MSTTBL TO REG-MSTTBL
           .

       GRAVA-LOG-ACESSO.
      *------------------
      *    UMA LINHA NO LOG PARTILHADO POR CADA OPERACAO RECUSADA POR
      *    FALTA DE AUTORIZACAO @ACESSO.
           ACCEPT DATA-JRN FROM DATE YYYYMMDD
           ACCEPT HORA-JRN FROM TIME

           OPEN EXTEND LOGAUD
           IF RESERVADA-LOG NOT = "00"
              OPEN OUTPUT LOGAUD
           END-IF

           IF RESERVADA-LOG = "00"
              MOVE SPACES TO REG-LOGAUD
              STRING  DATA-JRN             DELIMITED BY SIZE
                      " "                  DELIMITED BY SIZE
                      HORA-JRN             DELIMITED BY SIZE
                      " OPERACAO=ACESSO CODTBL=" DELIMITED BY SIZE
                      ACE-CODTBL           DELIMITED BY SPACE
                      " UTILIZ="           DELIMITED BY SIZE
                      UTILIZADOR           DELIMITED BY SPACE
                      " PEDIDO="           DELIMITED BY SIZE
                      ACE-OPERAC           DELIMITED BY SPACE
                      " PROGRM=PL0011"     DELIMITED BY SIZE
                      " RC=  28"           DELIMITED BY SIZE
                      INTO REG-LOGAUD
              END-STRING
              WRITE REG-LOGAUD
              CLOSE LOGAUD
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
      *    REF-MAE E A PERMISSAO DE FUNCIO EM BRANCO EM REF-VAZIO; O
      *    CURSOR E REABERTO SEM FILTRO COMO NO LE-REGRA-CATEG.
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

           INITIALIZE REG-MSTTBL
           &STR MSTTBL,MSTTBL01,NL,[1],CODTBL,ARGBUS

           MOVE GRD-REF-MSTTBL TO REG-MSTTBL
           .

       LE-CHAVE-MAE.
      *--------------
      *    CONFIRMA QUE A CHAVE REF-CHAVE EXISTE COMO ARGBUS NA
      *    CATEGORIA MAE REF-MAE; O CURSOR E REABERTO SEM FILTRO.
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

           INITIALIZE REG-MSTTBL
           &STR MSTTBL,MSTTBL01,NL,[1],CODTBL,ARGBUS

           MOVE GRD-REF-MSTTBL TO REG-MSTTBL
           .

       VERIFICA-FILHAS.
      *-----------------
      *    ANTES DE REMOVER A CHAVE REF-CHAVE DA CATEGORIA REF-MAE,
      *    PROCURA NAS CATEGORIAS FILHAS (LIGACOES @REFERE COM ESSA
      *    MAE) UMA LINHA QUE AINDA A REFIRA; COM REF-CHAVE EM BRANCO
      *    (EXPURGO DA MAE INTEIRA) BASTA UMA LINHA FILHA COM A
      *    REFERENCIA PREENCHIDA. DEIXA A PRIMEIRA REFERENCIA ACHADA
      *    EM MOTIVO-REF (ESPACOS = MAE PODE SER REMOVIDA); NO FIM O
      *    CURSOR E REABERTO SEM FILTRO PARA A NAVEGACAO DO ECRAN.
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

           INITIALIZE REG-MSTTBL
           &STR MSTTBL,MSTTBL01,NL,[1],CODTBL,ARGBUS

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

       IDENTIFICA-CORRIDA.
      *--------------------
      *    A CORRIDA E IDENTIFICADA PELO PROGRAMA E PELO INSTANTE DE
      *    ARRANQUE - TODAS AS ENTRADAS DE JORNAL DESTA CORRIDA A LEVAM.
           ACCEPT DATA-JRN FROM DATE YYYYMMDD
           ACCEPT HORA-JRN FROM TIME
           MOVE SPACES TO CORRIDA-ID
           STRING  "PL0011"             DELIMITED BY SIZE
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
              DISPLAY "PL0011 - FILE STATUS = " RESERVADA-JRN
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

       VERIFICA-CONGELAMENTO.
      *-----------------------
      *    VE SE A CODTBL CONG-CODTBL ESTA DENTRO DE UMA JANELA @CONGEL
      *    ABERTA NESTE MINUTO (JANELA DA PROPRIA CODTBL OU DE @TODAS);
      *    A PRIMEIRA JANELA ENCONTRADA FICA EM CONG-CHAVE E DESCRITA
      *    EM CONG-JANELA. REG-MSTTBL E GUARDADO E REPOSTO.
      *    O CURSOR E REABERTO SEM FILTRO COMO NO LE-REGRA-CATEG.
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

              INITIALIZE REG-MSTTBL
              &STR MSTTBL,MSTTBL01,NL,[1],CODTBL,ARGBUS

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
