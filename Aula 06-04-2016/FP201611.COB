       AUTHOR. MATEUS.
      **************************************
      * MANUTENCAO DO CADASTRO DE DEPTOS *
      * ADESAO AO BANCO DE HORAS POR      *
      * DEPTO (BRANCO = SEGUE A EMPRESA)  *
      * DEPTO SUPERIOR (0 = RAIZ) SEM     *
      * CICLO NEM SUPERIOR INEXISTENTE E  *
      * GERENTE (CHAPA ATIVA NO CADFUNC)  *
      **************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
                    FILE STATUS  IS ST-CC
                    ALTERNATE RECORD KEY IS CCDENOM
                               WITH DUPLICATES.
       SELECT CADFUNC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAPA
                    FILE STATUS  IS ST-FUNC
                    ALTERNATE RECORD KEY IS NOME
                               WITH DUPLICATES
                    ALTERNATE RECORD KEY IS CPF
                               WITH DUPLICATES.
       SELECT CADJRN ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-JRN.
                03 CODIGO        PIC 9(03).
                03 DENOMINACAO   PIC X(15).
                03 CENTROCUSTO   PIC 9(01).
                03 BANCO-HORAS   PIC X(01).
                03 DEPTO-SUPERIOR PIC 9(03).
                03 DEPTO-SUPERIOR-X REDEFINES DEPTO-SUPERIOR
                                 PIC X(03).
                03 CHAPA-GERENTE PIC 9(05).
                03 CHAPA-GERENTE-X REDEFINES CHAPA-GERENTE
                                 PIC X(05).
                03 FILLER        PIC X(36).
      *
       FD CADCC
               LABEL RECORD IS STANDARD
                03 CCCODIGO      PIC 9(01).
                03 CCDENOM       PIC X(30).
                03 FILLER        PIC X(19).
      *
       FD CADFUNC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADFUNC.DAT".
       01 REGFUNC.
                03 CHAPA               PIC 9(05).
                03 NOME                PIC X(35).
                03 CPF                 PIC 9(11).
                03 RG                  PIC X(15).
                03 NASC.
                   05 DIA              PIC 9(2).
                   05 MES              PIC 9(2).
                   05 ANO              PIC 9(4).
                03 ECIVIL              PIC X(1).
                03 CEP                 PIC 9(08).
                03 DEPARTAMENTO        PIC 9(3).
                03 CC                  PIC 9(1).
                03 CCARGO              PIC 9(3).
                03 TIPOSAL             PIC X(1).
                03 SALBASE             PIC 999.999,99.
                03 DATAADMIS.
                   05 ADM-DIA          PIC 9(02).
                   05 ADM-MES          PIC 9(02).
                   05 ADM-ANO          PIC 9(04).
                03 NFILHOS             PIC 9(1).
                03 DATADEMIS.
                   05 DEM-DIA          PIC 9(02).
                   05 DEM-MES          PIC 9(02).
                   05 DEM-ANO          PIC 9(04).
                03 SITFUNC             PIC X(1).
                03 LOGRAD              PIC X(35).
                03 BAIRRO              PIC X(20).
                03 CIDADE              PIC X(20).
                03 UF                  PIC X(02).
                03 FUN-EMPRESA         PIC 9(01).
                03 FILLER              PIC X(22).
      *
       FD CADJRN
               LABEL RECORD IS STANDARD
           03 W-JRN-OPERADOR  PIC X(10).
       01 W-JRN-ANTES-SV      PIC X(150) VALUE SPACES.
       01 W-MODO              PIC X(01) VALUE "M".
       77 ST-FUNC      PIC X(02) VALUE "00".
       77 W-FUNC-ABERTO PIC X(01) VALUE "N".
       77 W-SUP-OK     PIC X(01) VALUE "N".
       77 W-GER-OK     PIC X(01) VALUE "N".
       77 W-CICLO      PIC X(01) VALUE "N".
       77 W-TEM-SUBORD PIC X(01) VALUE "N".
       77 W-COD-ORIGEM PIC 9(03) VALUE ZEROS.
       77 W-PASSOS     PIC 9(04) VALUE ZEROS.
       77 LIMPA-NOME   PIC X(40) VALUE SPACES.
       01 W-REGDEPTO-SV       PIC X(64) VALUE SPACES.
       01 W-SUP-DENOM         PIC X(15) VALUE SPACES.

       LINKAGE SECTION.
       01 LIG-OPERADOR    PIC X(10).
               VALUE  "            DENOMINACAO:".
           05  LINE 11  COLUMN 01 
               VALUE  "            CENTRO DE CUSTO:".
           05  LINE 15  COLUMN 01
               VALUE  "            BANCO DE HORAS (S/N):".
           05  LINE 16  COLUMN 01
               VALUE  "            (BRANCO = CONFORME A EMPRESA)".
           05  LINE 18  COLUMN 01
               VALUE  "            DEPTO SUPERIOR:".
           05  LINE 20  COLUMN 01
               VALUE  "            GERENTE (CHAPA):".
           05  TCODIGO
               LINE 07  COLUMN 20  PIC 9(03)
               USING  CODIGO
               LINE 11  COLUMN 29  PIC 9(01)
               USING  CENTROCUSTO
               HIGHLIGHT.
           05  TBANCOHORAS
               LINE 15  COLUMN 34  PIC X(01)
               USING  BANCO-HORAS
               HIGHLIGHT.
           05  TSUPERIOR
               LINE 18  COLUMN 29  PIC 9(03)
               USING  DEPTO-SUPERIOR
               HIGHLIGHT.
           05  TGERENTE
               LINE 20  COLUMN 30  PIC 9(05)
               USING  CHAPA-GERENTE
               HIGHLIGHT.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING LIG-OPERADOR LIG-PERFIL.
                      GO TO ROT-FIM
           ELSE
               NEXT SENTENCE.
       INC-OPF.
           OPEN INPUT CADFUNC
           IF ST-FUNC = "00"
                      MOVE "S" TO W-FUNC-ABERTO
           ELSE
                      MOVE "N" TO W-FUNC-ABERTO.
       INC-OP2.
           OPEN EXTEND CADJRN
           IF ST-JRN NOT = "00"
                        MOVE W-CKPT-MSG TO MENS
                        PERFORM ROT-MENS THRU ROT-MENS-FIM.
       INC-001.
                MOVE ZEROS  TO CODIGO CENTROCUSTO DEPTO-SUPERIOR
                               CHAPA-GERENTE
                MOVE SPACES TO DENOMINACAO BANCO-HORAS.
                DISPLAY TELADEPTO.
       INC-002.
                PERFORM DESTRAVA-REG THRU DESTRAVA-REG-FIM
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02
                   CLOSE CADEPTO CADCC CADJRN CADCKPT CADLOCK
                   IF W-FUNC-ABERTO = "S"
                      CLOSE CADFUNC
                      GO TO ROT-FIM
                   ELSE
                      GO TO ROT-FIM.
                IF W-ACT = 05
                   GO TO INC-BUSCA.
                IF CODIGO  = ZEROS
                READ CADEPTO
                IF ST-ERRO NOT = "23"
                   IF ST-ERRO = "00"
                      PERFORM MOSTRA-HIERARQUIA THRU
                              MOSTRA-HIERARQUIA-FIM
                      DISPLAY  TCODIGO
                      DISPLAY  TDENOMINACAO
                      DISPLAY  TCENTROCUSTO
                      DISPLAY  TBANCOHORAS
                      DISPLAY  TSUPERIOR
                      DISPLAY  TGERENTE
                      MOVE REGDEPTO TO W-JRN-ANTES-SV
                      MOVE "*** CODIGO JA CADASTRAD0 ***" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                     NOT INVALID KEY
                        NEXT SENTENCE.
                MOVE 0 TO W-SEL
                PERFORM MOSTRA-HIERARQUIA THRU MOSTRA-HIERARQUIA-FIM
                DISPLAY  TCODIGO
                DISPLAY  TDENOMINACAO
                DISPLAY  TCENTROCUSTO
                DISPLAY  TBANCOHORAS
                DISPLAY  TSUPERIOR
                DISPLAY  TGERENTE
                MOVE REGDEPTO TO W-JRN-ANTES-SV
                MOVE "*** REGISTRO LOCALIZADO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                        DISPLAY (13, 31) " - "
                        DISPLAY (13, 34) CCDENOM.
                IF W-ACT = 02 GO TO INC-004.
                ACCEPT W-ACT FROM ESCAPE KEY.
       INC-006.
                ACCEPT  TBANCOHORAS
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-005.
                IF BANCO-HORAS = "s"
                   MOVE "S" TO BANCO-HORAS.
                IF BANCO-HORAS = "n"
                   MOVE "N" TO BANCO-HORAS.
                IF BANCO-HORAS NOT = "S" AND "N" AND SPACES
                   MOVE "*** DIGITE S=SIM, N=NAO OU BRANCO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   MOVE SPACES TO BANCO-HORAS
                   DISPLAY TBANCOHORAS
                   GO TO INC-006.
                DISPLAY TBANCOHORAS.
       INC-007.
                ACCEPT  TSUPERIOR
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-006.
                PERFORM VALIDA-SUPERIOR THRU VALIDA-SUPERIOR-FIM
                IF W-SUP-OK = "N"
                   MOVE ZEROS TO DEPTO-SUPERIOR
                   DISPLAY TSUPERIOR
                   GO TO INC-007.
       INC-008.
                ACCEPT  TGERENTE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-007.
                PERFORM VALIDA-GERENTE THRU VALIDA-GERENTE-FIM
                IF W-GER-OK = "N"
                   MOVE ZEROS TO CHAPA-GERENTE
                   DISPLAY TGERENTE
                   GO TO INC-008.
                IF W-SEL = 1  GO TO ALT-OPC.
       INC-OPC.
                MOVE "S" TO W-OPCAO
                DISPLAY (23, 40) "DADOS OK (S/N) : ".
                ACCEPT (23, 57) W-OPCAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-008.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** DADOS RECUSADOS PELO OPERADOR ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   MOVE 02 TO W-SEL
                   GO TO INC-001.
                IF W-ACT = 03
                   GO TO INC-004.
      *
      **********************************
      * NAO EXCLUI DEPTO QUE SEJA      *
      * SUPERIOR DE OUTRO              *
      **********************************
      *
       EXC-VER.
                MOVE REGDEPTO TO W-REGDEPTO-SV
                MOVE CODIGO TO W-COD-ORIGEM
                MOVE "N" TO W-TEM-SUBORD
                MOVE ZEROS TO CODIGO
                START CADEPTO KEY IS NOT LESS THAN CODIGO
                      INVALID KEY GO TO EXC-VER-FIM.
       EXC-VER-LOOP.
                READ CADEPTO NEXT
                     AT END GO TO EXC-VER-FIM.
                IF DEPTO-SUPERIOR-X NOT NUMERIC
                   GO TO EXC-VER-LOOP.
                IF DEPTO-SUPERIOR = W-COD-ORIGEM
                                   AND CODIGO NOT = W-COD-ORIGEM
                   MOVE "S" TO W-TEM-SUBORD
                   GO TO EXC-VER-FIM.
                GO TO EXC-VER-LOOP.
       EXC-VER-FIM.
                MOVE W-REGDEPTO-SV TO REGDEPTO
                IF W-TEM-SUBORD = "S"
                   MOVE "*** DEPTO POSSUI SUBORDINADOS ***"
                                                       TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
      *
       EXC-OPC.
                DISPLAY (23, 40) "EXCLUIR   (S/N) : ".
                DISPLAY (23, 40) "ALTERAR  (S/N) : ".
                ACCEPT (23, 57) W-OPCAO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-008.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** INFORMACOES NAO ALTERADAS *** " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                STOP RUN.
      *
      **************************************
      * DEPTO SUPERIOR: 0 = RAIZ; SENAO    *
      * DEVE EXISTIR E NAO PODE SER O      *
      * PROPRIO DEPTO NEM SUBORDINADO DELE *
      * (SOBE A CADEIA DE SUPERIORES ATE A *
      * RAIZ, NO MAXIMO 999 NIVEIS)        *
      **************************************
      *
       VALIDA-SUPERIOR.
                MOVE "S" TO W-SUP-OK
                DISPLAY (18, 32) LIMPA-NOME
                IF DEPTO-SUPERIOR = ZEROS
                   GO TO VALIDA-SUPERIOR-FIM.
                IF DEPTO-SUPERIOR = CODIGO
                   MOVE "*** DEPTO NAO PODE SER SUPERIOR DELE MESMO ***"
                                                       TO MENS
                   MOVE "N" TO W-SUP-OK
                   GO TO VALIDA-SUPERIOR-MSG.
                MOVE REGDEPTO TO W-REGDEPTO-SV
                MOVE CODIGO TO W-COD-ORIGEM
                MOVE "N" TO W-CICLO
                MOVE ZEROS TO W-PASSOS
                MOVE DEPTO-SUPERIOR TO CODIGO
                READ CADEPTO
                     INVALID KEY
                        MOVE "N" TO W-SUP-OK
                        GO TO VALIDA-SUPERIOR-REST.
                MOVE DENOMINACAO TO W-SUP-DENOM.
       VALIDA-SUPERIOR-LOOP.
                IF DEPTO-SUPERIOR-X NOT NUMERIC
                   GO TO VALIDA-SUPERIOR-REST.
                IF DEPTO-SUPERIOR = ZEROS
                   GO TO VALIDA-SUPERIOR-REST.
                IF DEPTO-SUPERIOR = W-COD-ORIGEM
                   MOVE "S" TO W-CICLO
                   GO TO VALIDA-SUPERIOR-REST.
                ADD 1 TO W-PASSOS
                IF W-PASSOS > 999
                   MOVE "S" TO W-CICLO
                   GO TO VALIDA-SUPERIOR-REST.
                MOVE DEPTO-SUPERIOR TO CODIGO
                READ CADEPTO
                     INVALID KEY
                        GO TO VALIDA-SUPERIOR-REST.
                GO TO VALIDA-SUPERIOR-LOOP.
       VALIDA-SUPERIOR-REST.
                MOVE W-REGDEPTO-SV TO REGDEPTO
                IF W-SUP-OK = "N"
                   MOVE "*** DEPTO SUPERIOR NAO CADASTRADO ***" TO MENS
                   GO TO VALIDA-SUPERIOR-MSG.
                IF W-CICLO = "S"
                   MOVE "N" TO W-SUP-OK
                   MOVE "*** SUPERIOR E SUBORDINADO DESTE DEPTO ***"
                                                       TO MENS
                   GO TO VALIDA-SUPERIOR-MSG.
                DISPLAY (18, 32) " - "
                DISPLAY (18, 35) W-SUP-DENOM
                GO TO VALIDA-SUPERIOR-FIM.
       VALIDA-SUPERIOR-MSG.
                PERFORM ROT-MENS THRU ROT-MENS-FIM.
       VALIDA-SUPERIOR-FIM.
                EXIT.
      *
      **************************************
      * GERENTE: 0 = SEM GERENTE; SENAO    *
      * CHAPA CADASTRADA E NAO DEMITIDA    *
      **************************************
      *
       VALIDA-GERENTE.
                MOVE "S" TO W-GER-OK
                DISPLAY (20, 35) LIMPA-NOME
                IF CHAPA-GERENTE = ZEROS
                   GO TO VALIDA-GERENTE-FIM.
                MOVE "N" TO W-GER-OK
                IF W-FUNC-ABERTO NOT = "S"
                   MOVE "*** CADASTRO DE FUNCIONARIOS INEXISTENTE ***"
                                                       TO MENS
                   GO TO VALIDA-GERENTE-MSG.
                MOVE CHAPA-GERENTE TO CHAPA
                READ CADFUNC
                     INVALID KEY
                        MOVE "*** FUNCIONARIO NAO CADASTRADO ***"
                                                       TO MENS
                        GO TO VALIDA-GERENTE-MSG.
                IF DATADEMIS NOT = ZEROS
                   MOVE "*** FUNCIONARIO DEMITIDO ***" TO MENS
                   GO TO VALIDA-GERENTE-MSG.
                MOVE "S" TO W-GER-OK
                DISPLAY (20, 35) " - "
                DISPLAY (20, 38) NOME
                GO TO VALIDA-GERENTE-FIM.
       VALIDA-GERENTE-MSG.
                PERFORM ROT-MENS THRU ROT-MENS-FIM.
       VALIDA-GERENTE-FIM.
                EXIT.
      *
      **************************************
      * REGISTRO LIDO: SUPERIOR E GERENTE  *
      * EM BRANCO (ANTIGOS) VIRAM ZERO;    *
      * MOSTRA OS NOMES DE AMBOS           *
      **************************************
      *
       MOSTRA-HIERARQUIA.
                IF DEPTO-SUPERIOR-X NOT NUMERIC
                   MOVE ZEROS TO DEPTO-SUPERIOR.
                IF CHAPA-GERENTE-X NOT NUMERIC
                   MOVE ZEROS TO CHAPA-GERENTE.
                DISPLAY (18, 32) LIMPA-NOME
                DISPLAY (20, 35) LIMPA-NOME
                IF DEPTO-SUPERIOR = ZEROS
                   GO TO MOSTRA-HIERARQUIA-GER.
                MOVE REGDEPTO TO W-REGDEPTO-SV
                MOVE DEPTO-SUPERIOR TO CODIGO
                MOVE "*** NAO CADASTRADO ***" TO W-SUP-DENOM
                READ CADEPTO
                     NOT INVALID KEY
                        MOVE DENOMINACAO TO W-SUP-DENOM.
                MOVE W-REGDEPTO-SV TO REGDEPTO
                DISPLAY (18, 32) " - "
                DISPLAY (18, 35) W-SUP-DENOM.
       MOSTRA-HIERARQUIA-GER.
                IF CHAPA-GERENTE = ZEROS OR W-FUNC-ABERTO NOT = "S"
                   GO TO MOSTRA-HIERARQUIA-FIM.
                MOVE CHAPA-GERENTE TO CHAPA
                READ CADFUNC
                     INVALID KEY
                        GO TO MOSTRA-HIERARQUIA-FIM.
                DISPLAY (20, 35) " - "
                DISPLAY (20, 38) NOME.
       MOSTRA-HIERARQUIA-FIM.
                EXIT.
      *
      **************************************
      * ROTINA DE GRAVACAO DO JORNAL DE    *
      * AUDITORIA (CADJRN.TXT)             *
      **************************************
