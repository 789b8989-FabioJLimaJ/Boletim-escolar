               RECORD KEY IS TRV-CHAVE
               FILE STATUS IS WS-TRAVAS-STATUS.

           SELECT PROGRESSAO-FILE ASSIGN TO "PROGRESSAO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRG-TURMA
               FILE STATUS IS WS-PROGRESSAO-STATUS.

           SELECT REMPRT-FILE ASSIGN TO "REMATRIC.PRT"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-REMPRT-STATUS.

           SELECT CALENDARIO-FILE ASSIGN TO "CALENDARIO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLD-DATA
               FILE STATUS IS WS-CALENDARIO-STATUS.

           SELECT DIALET-FILE ASSIGN TO "DIASLET.PRT"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-DIALET-STATUS.

           SELECT FECHAMENTO-FILE ASSIGN TO "FECHAMENTO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FEC-CHAVE
               FILE STATUS IS WS-FECHAMENTO-STATUS.

           SELECT OPERADOR-FILE ASSIGN TO "OPERADORES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPR-CODIGO
               FILE STATUS IS WS-OPERADOR-STATUS.

           SELECT PERFIL-FILE ASSIGN TO "PERFIS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRF-PERFIL
               FILE STATUS IS WS-PERFIL-STATUS.

           SELECT RCLPRT-FILE ASSIGN TO "RECALC.PRT"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-RCLPRT-STATUS.

           SELECT CENSO-FILE ASSIGN TO "EDUCACENSO.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CENSO-STATUS.

           SELECT CENSOPRT-FILE ASSIGN TO "CENSOREL.PRT"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CENSOPRT-STATUS.

           SELECT BUSCA-FILE ASSIGN TO "BUSCATIVA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BUS-CHAVE
               FILE STATUS IS WS-BUSCA-STATUS.

           SELECT BUSPRT-FILE ASSIGN TO "BUSCATIVA.PRT"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-BUSPRT-STATUS.

           SELECT DEPENDENCIA-FILE ASSIGN TO "DEPENDENCIA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DEP-CHAVE
               FILE STATUS IS WS-DEPEND-STATUS.

           SELECT DEPPRT-FILE ASSIGN TO "DEPEND.PRT"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-DEPPRT-STATUS.

           SELECT LIVRO-FILE ASSIGN TO "LIVROREG.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LVR-NUMERO
               FILE STATUS IS WS-LIVRO-STATUS.

           SELECT DOCPRT-FILE ASSIGN TO "DOCUMENTO.PRT"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-DOCPRT-STATUS.

           SELECT RETARQ-FILE ASSIGN USING WS-RET-NOME-ARQ
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-RETARQ-STATUS.

           SELECT RETTMP-FILE ASSIGN TO "RETENCAO.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-RETTMP-STATUS.

           SELECT RETPRT-FILE ASSIGN TO "RETENCAO.PRT"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-RETPRT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ALUNOS-FILE.
              05 PAR-PESO-3         PIC 9(3).
              05 PAR-PESO-4         PIC 9(3).
              05 FILLER             PIC X(7).
           03 PAR-DADOS-ROTINA REDEFINES PAR-DADOS.
              05 PAR-FALTAS-CONSEC  PIC 9(2).
              05 PAR-ANOS-RETENCAO  PIC 9(2).
              05 FILLER             PIC X(45).

       FD  RECUPER-FILE.
       01  REC-REGISTRO.
           03 CTL-FUNCAO         PIC X(10).
           03 CTL-TURMA          PIC X(10).
           03 CTL-BIMESTRE       PIC 9(1).
           03 CTL-PERIODO.
              05 CTL-DATA-INI    PIC 9(8).
              05 CTL-DATA-FIM    PIC 9(8).

       FD  PROFESSOR-FILE.
       01  PRO-REGISTRO.
           03 TRV-DATA           PIC 9(8).
           03 TRV-HORA           PIC 9(6).

       FD  PROGRESSAO-FILE.
       01  PRG-REGISTRO.
           03 PRG-TURMA          PIC X(10).
           03 PRG-PROMOCAO       PIC X(10).
           03 PRG-RETENCAO       PIC X(10).
           03 PRG-CAPACIDADE     PIC 9(3).

       FD  REMPRT-FILE.
       01  REMPRT-LINE           PIC X(80).

       FD  CALENDARIO-FILE.
       01  CLD-REGISTRO.
           03 CLD-DATA           PIC 9(8).
           03 CLD-TIPO           PIC X(1).
           03 CLD-DADOS          PIC X(40).
           03 CLD-DADOS-DIA REDEFINES CLD-DADOS.
              05 CLD-DESCRICAO   PIC X(30).
              05 FILLER          PIC X(10).
           03 CLD-DADOS-BIM REDEFINES CLD-DADOS.
              05 CLD-BIM-INICIO  PIC 9(8).
              05 CLD-BIM-FIM     PIC 9(8).
              05 FILLER          PIC X(24).

       FD  DIALET-FILE.
       01  DIALET-LINE           PIC X(80).

       FD  FECHAMENTO-FILE.
       01  FEC-REGISTRO.
           03 FEC-CHAVE.
              05 FEC-BIMESTRE    PIC 9(1).
              05 FEC-TURMA       PIC X(10).
           03 FEC-SITUACAO       PIC X(1).
           03 FEC-DATA           PIC 9(8).
           03 FEC-HORA           PIC 9(6).
           03 FEC-OPERADOR       PIC X(8).
           03 FEC-REAB-DATA      PIC 9(8).
           03 FEC-REAB-OPERADOR  PIC X(8).
           03 FEC-JUSTIFICATIVA  PIC X(59).

       FD  OPERADOR-FILE.
       01  OPR-REGISTRO.
           03 OPR-CODIGO         PIC X(8).
           03 OPR-NOME           PIC X(30).
           03 OPR-SENHA-HASH     PIC 9(9).
           03 OPR-PERFIL         PIC X(1).
           03 OPR-SITUACAO       PIC X(1).
           03 OPR-TENTATIVAS     PIC 9(1).
           03 OPR-TROCAR-SENHA   PIC X(1).
           03 OPR-ULTIMO-ACESSO  PIC 9(8).

       FD  PERFIL-FILE.
       01  PRF-REGISTRO.
           03 PRF-PERFIL         PIC X(1).
           03 PRF-DESCRICAO      PIC X(15).
           03 PRF-OPCOES         PIC X(30).
           03 PRF-OPCOES-TAB REDEFINES PRF-OPCOES.
              05 PRF-OPCAO       PIC X(1) OCCURS 30 TIMES.

       FD  RCLPRT-FILE.
       01  RCLPRT-LINE           PIC X(80).

       FD  CENSO-FILE.
       01  CENSO-LINE            PIC X(120).

       FD  CENSOPRT-FILE.
       01  CENSOPRT-LINE         PIC X(80).

       FD  BUSCA-FILE.
       01  BUS-REGISTRO.
           03 BUS-CHAVE.
              05 BUS-MATRICULA   PIC 9(6).
              05 BUS-DATA-ABERTURA PIC 9(8).
           03 BUS-NOME           PIC X(30).
           03 BUS-TURMA          PIC X(10).
           03 BUS-SITUACAO       PIC X(1).
           03 BUS-FALTAS         PIC 9(3).
           03 BUS-DATA-PRIM-FALTA PIC 9(8).
           03 BUS-RES-NOME       PIC X(30).
           03 BUS-RES-TELEFONE   PIC X(15).
           03 BUS-RES-ENDERECO   PIC X(40).
           03 BUS-QTD-TENTATIVAS PIC 9(1).
           03 BUS-TENTATIVA      OCCURS 5 TIMES.
              05 BUS-TENT-DATA      PIC 9(8).
              05 BUS-TENT-OPERADOR  PIC X(8).
              05 BUS-TENT-DESCRICAO PIC X(40).
           03 BUS-DATA-ENCERRAMENTO PIC 9(8).
           03 BUS-OPERADOR-ENC   PIC X(8).
           03 BUS-DESFECHO       PIC X(40).
           03 BUS-DATA-REINTEGRACAO PIC 9(8).

       FD  BUSPRT-FILE.
       01  BUSPRT-LINE           PIC X(80).

       FD  DEPENDENCIA-FILE.
       01  DEP-REGISTRO.
           03 DEP-CHAVE.
              05 DEP-MATRICULA   PIC 9(6).
              05 DEP-MATERIA     PIC X(30).
              05 DEP-ANO-ORIGEM  PIC 9(4).
           03 DEP-NOME           PIC X(30).
           03 DEP-TURMA-ORIGEM   PIC X(10).
           03 DEP-MEDIA-ORIGEM   PIC 9(2)V99.
           03 DEP-ANO-CURSO      PIC 9(4).
           03 DEP-TURMA-CURSO    PIC X(10).
           03 DEP-BIMESTRE-DADOS OCCURS 4 TIMES
                                 INDEXED BY DEP-BIM-IDX.
              05 DEP-NOTA-1         PIC 9(2).
              05 DEP-NOTA-2         PIC 9(2).
              05 DEP-NOTA-3         PIC 9(2).
              05 DEP-NOTA-4         PIC 9(2).
              05 DEP-MEDIA          PIC 9(2).
              05 DEP-STATUS         PIC X(20).
              05 DEP-FREQUENCIA     PIC 9(3).
           03 DEP-MEDIA-FINAL    PIC 9(2)V99.
           03 DEP-STATUS-FINAL   PIC X(20).
           03 DEP-DATA-CONCESSAO PIC 9(8).
           03 DEP-OPERADOR       PIC X(8).

       FD  DEPPRT-FILE.
       01  DEPPRT-LINE           PIC X(80).

       FD  LIVRO-FILE.
       01  LVR-REGISTRO.
           03 LVR-NUMERO         PIC 9(6).
           03 LVR-TIPO           PIC X(1).
           03 LVR-MATRICULA      PIC 9(6).
           03 LVR-NOME           PIC X(30).
           03 LVR-TURMA          PIC X(10).
           03 LVR-ANO-REF        PIC 9(4).
           03 LVR-DATA           PIC 9(8).
           03 LVR-HORA           PIC 9(6).
           03 LVR-OPERADOR       PIC X(8).
           03 LVR-CODIGO-VERIF   PIC 9(9).
           03 LVR-SITUACAO       PIC X(1).
           03 LVR-CANC-DATA      PIC 9(8).
           03 LVR-CANC-OPERADOR  PIC X(8).
           03 LVR-CANC-MOTIVO    PIC X(40).

       FD  DOCPRT-FILE.
       01  DOCPRT-LINE           PIC X(80).

       FD  RETARQ-FILE.
       01  RTA-REGISTRO.
           03 RTA-TIPO           PIC X(1).
           03 RTA-DADOS          PIC X(200).
           03 RTA-DADOS-CABEC REDEFINES RTA-DADOS.
              05 RTA-ORIGEM         PIC X(10).
              05 RTA-ANO            PIC 9(4).
              05 RTA-DATA-GERACAO   PIC 9(8).
              05 RTA-OPERADOR       PIC X(8).
              05 FILLER             PIC X(170).
           03 RTA-DADOS-TRAILER REDEFINES RTA-DADOS.
              05 RTA-QTD            PIC 9(7).
              05 RTA-CHECKSUM       PIC 9(15).
              05 FILLER             PIC X(178).

       FD  RETTMP-FILE.
       01  RTT-REGISTRO          PIC X(200).

       FD  RETPRT-FILE.
       01  RETPRT-LINE           PIC X(80).

       WORKING-STORAGE SECTION.

       01 WS-VARIAVEIS.
       77 WS-RESUMO-ACHADO        PIC X(1) VALUE 'N'.
       77 WS-RESUMO-ACHADO-IDX    PIC 9(2) VALUE ZERO.

       77 WS-PROGRESSAO-STATUS  PIC X(2) VALUE SPACE.
       77 WS-REMPRT-STATUS      PIC X(2) VALUE SPACE.
       77 WS-OPCAO-REMAT        PIC X(1) VALUE SPACE.
       77 WS-PRG-ENCONTRADO     PIC X(1) VALUE 'N'.
       77 WS-FIM-PROGRESSAO     PIC X(1) VALUE 'N'.
       77 WS-QTD-PRG-TURMAS     PIC 9(4) VALUE ZERO.
       77 WS-FIM-REM-HIS        PIC X(1) VALUE 'N'.
       77 WS-REM-HIS-QTD        PIC 9(3) VALUE ZERO.
       77 WS-REM-HIS-REPROV     PIC 9(3) VALUE ZERO.
       77 WS-REM-HIS-SEM-RES    PIC 9(3) VALUE ZERO.
       77 WS-REM-HIS-TURMA      PIC X(10) VALUE SPACE.
       77 WS-REM-RESULTADO      PIC X(15) VALUE SPACE.
       77 WS-REM-DESTINO        PIC X(10) VALUE SPACE.
       77 WS-REM-TRUNCADO       PIC X(1) VALUE 'N'.
       77 WS-QTD-REM            PIC 9(4) VALUE ZERO.
       77 WS-REM-I              PIC 9(4) VALUE ZERO.
       77 WS-QTD-REM-PROMOVIDOS PIC 9(4) VALUE ZERO.
       77 WS-QTD-REM-RETIDOS    PIC 9(4) VALUE ZERO.
       77 WS-QTD-REM-NOVOS      PIC 9(4) VALUE ZERO.
       77 WS-QTD-REM-CONCLUINTES PIC 9(4) VALUE ZERO.
       77 WS-QTD-REM-PENDENTES  PIC 9(4) VALUE ZERO.
       77 WS-QTD-REM-ALTERAR    PIC 9(4) VALUE ZERO.
       77 WS-QTD-REM-ALTERADOS  PIC 9(4) VALUE ZERO.
       77 WS-QTD-REM-EXCEDIDAS  PIC 9(2) VALUE ZERO.
       77 WS-REM-EXCESSO        PIC 9(4) VALUE ZERO.
       77 WS-QTD-RTU            PIC 9(2) VALUE ZERO.
       77 WS-RTU-I              PIC 9(2) VALUE ZERO.
       77 WS-RTU-J              PIC 9(2) VALUE ZERO.
       77 WS-RTU-K              PIC 9(2) VALUE ZERO.
       77 WS-RTU-ACHADO         PIC X(1) VALUE 'N'.
       77 WS-RTU-ACHADO-IDX     PIC 9(2) VALUE ZERO.

       01 WS-TABELA-REMATRICULA.
          03 WS-REM-ENTRY OCCURS 2000 TIMES INDEXED BY WS-REM-IDX.
             05 WS-REM-MATRICULA      PIC 9(6).
             05 WS-REM-NOME           PIC X(30).
             05 WS-REM-ATUAL          PIC X(10).
             05 WS-REM-TURMA-DESTINO  PIC X(10).
             05 WS-REM-SITUACAO       PIC X(15).

       01 WS-TABELA-REM-TURMA.
          03 WS-RTU-ENTRY OCCURS 50 TIMES INDEXED BY WS-RTU-IDX.
             05 WS-RTU-TURMA          PIC X(10).
             05 WS-RTU-QTD            PIC 9(4).

       01 WS-RTU-SALVO.
          03 WS-RTU-SALVO-TURMA      PIC X(10).
          03 WS-RTU-SALVO-QTD        PIC 9(4).

       77 WS-CALENDARIO-STATUS  PIC X(2) VALUE SPACE.
       77 WS-DIALET-STATUS      PIC X(2) VALUE SPACE.
       77 WS-OPCAO-CALEND       PIC X(1) VALUE SPACE.
       77 WS-FIM-CALENDARIO     PIC X(1) VALUE 'N'.
       77 WS-CLD-DATA           PIC 9(8) VALUE ZERO.
       77 WS-CLD-DATA-CONF      PIC 9(8) VALUE ZERO.
       77 WS-CLD-DATA-VALIDA    PIC X(1) VALUE 'N'.
       77 WS-CLD-TIPO           PIC X(1) VALUE SPACE.
       77 WS-CLD-NOME-TIPO      PIC X(15) VALUE SPACE.
       77 WS-CLD-NOME-DIA       PIC X(3) VALUE SPACE.
       77 WS-CLD-DESCRICAO      PIC X(30) VALUE SPACE.
       77 WS-CLD-ANO            PIC 9(4) VALUE ZERO.
       77 WS-CLD-MES            PIC 9(2) VALUE ZERO.
       77 WS-CLD-ENCONTRADO     PIC X(1) VALUE 'N'.
       77 WS-CLD-LETIVO         PIC X(1) VALUE 'N'.
       77 WS-CLD-ABERTO         PIC X(1) VALUE 'N'.
       77 WS-CLD-DIA-NUM        PIC 9(7) VALUE ZERO.
       77 WS-CLD-DIA-INI-NUM    PIC 9(7) VALUE ZERO.
       77 WS-CLD-DIA-FIM-NUM    PIC 9(7) VALUE ZERO.
       77 WS-CLD-DIA-JAN-NUM    PIC 9(7) VALUE ZERO.
       77 WS-CLD-QUOCIENTE      PIC 9(7) VALUE ZERO.
       77 WS-CLD-DIA-SEMANA     PIC 9(1) VALUE ZERO.
       77 WS-CLD-DIA-ANO        PIC 9(3) VALUE ZERO.
       77 WS-CLD-BIM-ACHADO     PIC X(1) VALUE 'N'.
       77 WS-CLD-BIM-INI        PIC 9(8) VALUE ZERO.
       77 WS-CLD-BIM-FIM        PIC 9(8) VALUE ZERO.
       77 WS-CLD-BIM-ANT-INI    PIC 9(8) VALUE ZERO.
       77 WS-CLD-BIM-ANT-FIM    PIC 9(8) VALUE ZERO.
       77 WS-CLD-BIM-I          PIC 9(1) VALUE ZERO.
       77 WS-CLD-CONFLITO       PIC X(1) VALUE 'N'.
       77 WS-QTD-CLD-GERADOS    PIC 9(4) VALUE ZERO.
       77 WS-QTD-CLD-REMOVIDOS  PIC 9(4) VALUE ZERO.
       77 WS-QTD-CLD-DIAS       PIC 9(4) VALUE ZERO.
       77 WS-QTD-CLD-LETIVOS    PIC 9(4) VALUE ZERO.
       77 WS-DLT-MINIMO         PIC 9(3) VALUE 200.
       77 WS-DLT-PREVISTOS      PIC 9(4) VALUE ZERO.
       77 WS-DLT-DECORRIDOS     PIC 9(4) VALUE ZERO.
       77 WS-DLT-REALIZADOS     PIC 9(4) VALUE ZERO.
       77 WS-DLT-A-REALIZAR     PIC 9(4) VALUE ZERO.
       77 WS-DLT-PROJECAO       PIC 9(4) VALUE ZERO.
       77 WS-DLT-FALTAM         PIC 9(4) VALUE ZERO.
       77 WS-DLT-SEM-CHAMADA    PIC 9(4) VALUE ZERO.
       77 WS-DLT-I              PIC 9(3) VALUE ZERO.

       01 WS-TABELA-CLD-BIMESTRES.
          03 WS-CLD-BIM-ENTRY OCCURS 4 TIMES.
             05 WS-CLD-BIM-TAB-INI    PIC 9(8).
             05 WS-CLD-BIM-TAB-FIM    PIC 9(8).

       01 WS-TABELA-DIAS-ANO.
          03 WS-DIA-ANO-ENTRY OCCURS 366 TIMES.
             05 WS-DIA-ANO-LETIVO     PIC X(1).
             05 WS-DIA-ANO-CHAMADA    PIC X(1).
             05 WS-DIA-ANO-BIM        PIC 9(1).

       01 WS-TABELA-DLT-BIM.
          03 WS-DLT-BIM-ENTRY OCCURS 5 TIMES.
             05 WS-DLT-BIM-PREV       PIC 9(4).
             05 WS-DLT-BIM-DECOR      PIC 9(4).
             05 WS-DLT-BIM-REAL       PIC 9(4).

       77 WS-FECHAMENTO-STATUS  PIC X(2) VALUE SPACE.
       77 WS-FECHAMENTO-ATIVO   PIC X(1) VALUE 'N'.
       77 WS-OPCAO-FECHAMENTO   PIC X(1) VALUE SPACE.
       77 WS-BIM-FECHADO        PIC X(1) VALUE 'N'.
       77 WS-FEC-BIM-CONS       PIC 9(1) VALUE ZERO.
       77 WS-FEC-TURMA-CONS     PIC X(10) VALUE SPACE.
       77 WS-FEC-BIMESTRE       PIC 9(1) VALUE ZERO.
       77 WS-FEC-TURMA          PIC X(10) VALUE SPACE.
       77 WS-FEC-ENCONTRADO     PIC X(1) VALUE 'N'.
       77 WS-FEC-JUSTIFICATIVA  PIC X(59) VALUE SPACE.
       77 WS-FEC-RECUSADO       PIC X(1) VALUE 'N'.
       77 WS-FEC-I              PIC 9(1) VALUE ZERO.
       77 WS-FIM-FECHAMENTO     PIC X(1) VALUE 'N'.
       77 WS-QTD-FEC-PENDENTES  PIC 9(5) VALUE ZERO.
       77 WS-QTD-FEC-REGISTROS  PIC 9(4) VALUE ZERO.
       77 WS-QTD-FREQ-FECHADAS  PIC 9(5) VALUE ZERO.
       77 WS-FEC-TURMA-ANT      PIC X(10) VALUE SPACE.
       77 WS-FEC-SIT-NOVA       PIC X(1) VALUE 'F'.
       77 WS-FEC-LINHA          PIC X(60) VALUE SPACE.
       77 WS-AUD-TEXTO-ANTES    PIC X(59) VALUE SPACE.
       77 WS-AUD-TEXTO-DEPOIS   PIC X(59) VALUE SPACE.
       77 WS-AUD-TEXTO-MATRIC   PIC 9(6) VALUE ZERO.
       77 WS-AUD-TEXTO-MATERIA  PIC X(30) VALUE SPACE.
       77 WS-AUD-TEXTO-TURMA    PIC X(10) VALUE SPACE.

       77 WS-OPERADOR-STATUS    PIC X(2) VALUE SPACE.
       77 WS-PERFIL-STATUS      PIC X(2) VALUE SPACE.
       77 WS-OPR-PERFIL         PIC X(1) VALUE SPACE.
       77 WS-OPR-PERFIL-NOME    PIC X(15) VALUE SPACE.
       77 WS-OPR-PERFIL-NOVO    PIC X(1) VALUE SPACE.
       77 WS-OPCAO-OPERADOR     PIC X(1) VALUE SPACE.
       77 WS-OPR-ENCONTRADO     PIC X(1) VALUE 'N'.
       77 WS-FIM-OPERADOR       PIC X(1) VALUE 'N'.
       77 WS-QTD-OPERADORES     PIC 9(4) VALUE ZERO.
       77 WS-LOGIN-OK           PIC X(1) VALUE 'N'.
       77 WS-LOGIN-TENTATIVAS   PIC 9(1) VALUE ZERO.
       77 WS-LOGIN-MAX          PIC 9(1) VALUE 3.
       77 WS-LOGIN-CODIGO       PIC X(8) VALUE SPACE.
       77 WS-LOGIN-MOTIVO       PIC X(40) VALUE SPACE.
       77 WS-SENHA              PIC X(8) VALUE SPACE.
       77 WS-SENHA-NOVA         PIC X(8) VALUE SPACE.
       77 WS-SENHA-CONF         PIC X(8) VALUE SPACE.
       77 WS-SENHA-HASH         PIC 9(9) VALUE ZERO.
       77 WS-SENHA-CHAVE        PIC X(16) VALUE SPACE.
       77 WS-SENHA-I            PIC 9(2) VALUE ZERO.
       77 WS-SENHA-OK           PIC X(1) VALUE 'N'.
       77 WS-OPCAO-NUM          PIC 9(2) VALUE ZERO.
       77 WS-PERMITIDO          PIC X(1) VALUE 'S'.
       77 WS-PRF-I              PIC 9(2) VALUE ZERO.
       77 WS-PRF-ACHADO         PIC 9(1) VALUE ZERO.
       77 WS-PRF-OPCAO-ALT      PIC 9(2) VALUE ZERO.
       77 WS-AUD-TEXTO-LIVRE    PIC X(1) VALUE 'N'.
       77 WS-MENU-MAX-OPCAO     PIC 9(2) VALUE 27.

       01 WS-OPR-PERMISSOES.
          03 WS-OPR-OPCAO          PIC X(1) OCCURS 30 TIMES.

       01 WS-PERFIS-PADRAO.
          03 FILLER PIC X(16) VALUE 'SSECRETARIA'.
          03 FILLER PIC X(30) VALUE 'SSNSNSSSNNSNSNNNNSSSNNNSSSSNNN'.
          03 FILLER PIC X(16) VALUE 'PPROFESSOR'.
          03 FILLER PIC X(30) VALUE 'NNSNNNNNNNNNNSNNNNNNNNNNNSNNNN'.
          03 FILLER PIC X(16) VALUE 'CCOORDENACAO'.
          03 FILLER PIC X(30) VALUE 'SSSSNSSSSSNNSSSSSSSSSNSSSSSNNN'.
          03 FILLER PIC X(16) VALUE 'DDIRECAO'.
          03 FILLER PIC X(30) VALUE 'SSSSSSSSSSSNSSSSSSSSSNSSSSSNNN'.
          03 FILLER PIC X(16) VALUE 'TTI'.
          03 FILLER PIC X(30) VALUE 'SSSSSSSSSSSSSSSSSSSSSSSSSSSSSS'.
       01 WS-PERFIS-PADRAO-TAB REDEFINES WS-PERFIS-PADRAO.
          03 WS-PRF-PADRAO-ENTRY OCCURS 5 TIMES.
             05 WS-PRF-PADRAO-CODIGO  PIC X(1).
             05 WS-PRF-PADRAO-NOME    PIC X(15).
             05 WS-PRF-PADRAO-OPCOES  PIC X(30).

       77 WS-RCLPRT-STATUS      PIC X(2) VALUE SPACE.
       77 WS-RCL-MODO           PIC X(1) VALUE 'S'.
       77 WS-RCL-TURMA          PIC X(10) VALUE SPACE.
       77 WS-RCL-BIM            PIC 9(1) VALUE ZERO.
       77 WS-RCL-ALTERADO       PIC X(1) VALUE 'N'.
       77 WS-RCL-BIM-ALTERADOS  PIC 9(1) VALUE ZERO.
       77 WS-RCL-FINAL-FECHADO  PIC X(1) VALUE 'N'.
       77 WS-QTD-RCL-LIDOS      PIC 9(6) VALUE ZERO.
       77 WS-QTD-RCL-ALTERADOS  PIC 9(6) VALUE ZERO.
       77 WS-QTD-RCL-GRAVADOS   PIC 9(6) VALUE ZERO.
       77 WS-QTD-RCL-FECHADOS   PIC 9(6) VALUE ZERO.
       77 WS-QTD-RCL-CONSELHO   PIC 9(6) VALUE ZERO.
       77 WS-QTD-RCL-DEPEND     PIC 9(6) VALUE ZERO.
       77 WS-RCL-MF-ANT-ED      PIC Z9,99.
       77 WS-RCL-MF-NOVA-ED     PIC Z9,99.
       77 WS-RCL-REG-DEPOIS     PIC X(238) VALUE SPACE.

       01 WS-RCL-ANTES.
          03 FILLER                   PIC X(76).
          03 WS-RCL-ANT-BIM OCCURS 4 TIMES.
             05 FILLER                PIC X(8).
             05 WS-RCL-ANT-MEDIA      PIC 9(2).
             05 WS-RCL-ANT-STATUS     PIC X(20).
             05 FILLER                PIC X(3).
          03 WS-RCL-ANT-MEDIA-FINAL   PIC 9(2)V99.
          03 WS-RCL-ANT-STATUS-FINAL  PIC X(20).
          03 FILLER                   PIC X(2).
          03 WS-RCL-ANT-MEDIA-RECUP   PIC 9(2)V99.

       01 WS-RCL-BIM-FLAGS.
          03 WS-RCL-BIM-MUDOU         PIC X(1) OCCURS 4 TIMES.

       77 WS-CENSO-STATUS       PIC X(2) VALUE SPACE.
       77 WS-CENSOPRT-STATUS    PIC X(2) VALUE SPACE.
       77 WS-CEN-DATA-REF       PIC 9(8) VALUE ZERO.
       77 WS-CEN-ANO-INI        PIC 9(8) VALUE ZERO.
       77 WS-CEN-ANO-FIM        PIC 9(8) VALUE ZERO.
       77 WS-CEN-ORIGEM         PIC X(1) VALUE 'A'.
       77 WS-CEN-FIM            PIC X(1) VALUE 'N'.
       77 WS-CEN-ARQ-ADM        PIC X(1) VALUE SPACE.
       77 WS-CEN-ARQ-CSL        PIC X(1) VALUE SPACE.
       77 WS-CEN-NOME-ADM       PIC X(20) VALUE SPACE.
       77 WS-CEN-NOME-CSL       PIC X(20) VALUE SPACE.
       77 WS-CEN-FIM-NOTAS      PIC X(1) VALUE 'N'.
       77 WS-CEN-IGNORAR        PIC X(1) VALUE 'N'.
       77 WS-CEN-HIS-ABERTO     PIC X(1) VALUE 'N'.
       77 WS-CEN-STATUS-MAT     PIC X(20) VALUE SPACE.
       77 WS-CEN-MATERIA        PIC X(30) VALUE SPACE.
       77 WS-CEN-TURMA          PIC X(10) VALUE SPACE.
       77 WS-CEN-MAT-PEND       PIC X(30) VALUE SPACE.
       77 WS-CEN-QTD-MAT        PIC 9(3) VALUE ZERO.
       77 WS-CEN-QTD-APROV      PIC 9(3) VALUE ZERO.
       77 WS-CEN-QTD-CONSELHO   PIC 9(3) VALUE ZERO.
       77 WS-CEN-QTD-REPROV     PIC 9(3) VALUE ZERO.
       77 WS-CEN-QTD-PEND       PIC 9(3) VALUE ZERO.
       77 WS-CEN-SITUACAO       PIC 9(1) VALUE ZERO.
       77 WS-CEN-SITUACAO-DESC  PIC X(20) VALUE SPACE.
       77 WS-CEN-DATA-MOV       PIC 9(8) VALUE ZERO.
       77 WS-CEN-DATA-ADM       PIC 9(8) VALUE ZERO.
       77 WS-CEN-MOTIVO         PIC X(40) VALUE SPACE.
       77 WS-CEN-CSL-ACHADO     PIC X(1) VALUE 'N'.
       77 WS-CEN-I              PIC 9(4) VALUE ZERO.
       77 WS-QTD-CEN-ADM        PIC 9(4) VALUE ZERO.
       77 WS-QTD-CEN-CSL        PIC 9(4) VALUE ZERO.
       77 WS-QTD-CEN-GRAVADOS   PIC 9(6) VALUE ZERO.
       77 WS-QTD-CEN-INCONS     PIC 9(6) VALUE ZERO.

       01 WS-CEN-CONTADORES.
          03 WS-QTD-CEN-SIT           PIC 9(6) OCCURS 6 TIMES.

       01 WS-TABELA-CEN-ADMISSAO.
          03 WS-CEN-ADM-ENTRY OCCURS 1000 TIMES.
             05 WS-CEN-ADM-MATRICULA  PIC 9(6).
             05 WS-CEN-ADM-DATA       PIC 9(8).

       01 WS-TABELA-CEN-CONSELHO.
          03 WS-CEN-CSL-ENTRY OCCURS 1000 TIMES.
             05 WS-CEN-CSL-MATRICULA  PIC 9(6).
             05 WS-CEN-CSL-MATERIA    PIC X(30).

       77 WS-BUSCA-STATUS       PIC X(2) VALUE SPACE.
       77 WS-BUSPRT-STATUS      PIC X(2) VALUE SPACE.
       77 WS-OPCAO-BUSCA        PIC X(1) VALUE SPACE.
       77 WS-PAR-FALTAS-CONSEC  PIC 9(2) VALUE 5.
       77 WS-PAR-ANOS-RETENCAO  PIC 9(2) VALUE 2.
       77 WS-BUS-DATA-REF       PIC 9(8) VALUE ZERO.
       77 WS-BUS-DATA-INICIO    PIC 9(8) VALUE ZERO.
       77 WS-BUS-ULTIMA-DATA    PIC 9(8) VALUE ZERO.
       77 WS-BUS-DATA-CASO      PIC 9(8) VALUE ZERO.
       77 WS-BUS-DATA-ABANDONO  PIC 9(8) VALUE ZERO.
       77 WS-BUS-CASO-ABERTO    PIC X(1) VALUE 'N'.
       77 WS-BUS-ENCONTRADO     PIC X(1) VALUE 'N'.
       77 WS-BUS-RES-ABERTO     PIC X(1) VALUE 'N'.
       77 WS-BUS-FIM            PIC X(1) VALUE 'N'.
       77 WS-BUS-FIM-CHAMADA    PIC X(1) VALUE 'N'.
       77 WS-BUS-FALTAS         PIC 9(3) VALUE ZERO.
       77 WS-BUS-PRIM-FALTA     PIC 9(8) VALUE ZERO.
       77 WS-BUS-DESFECHO       PIC X(1) VALUE SPACE.
       77 WS-BUS-DESCRICAO      PIC X(40) VALUE SPACE.
       77 WS-BUS-I              PIC 9(1) VALUE ZERO.
       77 WS-BUS-NOVO           PIC X(7) VALUE SPACE.
       77 WS-QTD-BUS-AVALIADOS  PIC 9(6) VALUE ZERO.
       77 WS-QTD-BUS-NOVOS      PIC 9(6) VALUE ZERO.
       77 WS-QTD-BUS-ABERTOS    PIC 9(6) VALUE ZERO.

       77 WS-DEPEND-STATUS      PIC X(2) VALUE SPACE.
       77 WS-DEPPRT-STATUS      PIC X(2) VALUE SPACE.
       77 WS-OPCAO-DEPEND       PIC X(1) VALUE SPACE.
       77 WS-DEP-MAX-MATERIAS   PIC 9(1) VALUE 2.
       77 WS-DEP-ABERTO         PIC X(1) VALUE 'N'.
       77 WS-DEP-PRG-ABERTO     PIC X(1) VALUE 'N'.
       77 WS-DEP-FIM            PIC X(1) VALUE 'N'.
       77 WS-DEP-FIM-NOTAS      PIC X(1) VALUE 'N'.
       77 WS-DEP-ENCONTRADO     PIC X(1) VALUE 'N'.
       77 WS-DEP-ANO-ATUAL      PIC 9(4) VALUE ZERO.
       77 WS-DEP-ANO-ORIGEM     PIC 9(4) VALUE ZERO.
       77 WS-DEP-MATRICULA      PIC 9(6) VALUE ZERO.
       77 WS-DEP-TURMA          PIC X(10) VALUE SPACE.
       77 WS-DEP-MOTIVO         PIC X(40) VALUE SPACE.
       77 WS-DEP-ANT-SIT        PIC X(1) VALUE 'N'.
       77 WS-DEP-QTD-REPROV     PIC 9(3) VALUE ZERO.
       77 WS-DEP-QTD-JA         PIC 9(3) VALUE ZERO.
       77 WS-DEP-QTD-FALTA      PIC 9(3) VALUE ZERO.
       77 WS-DEP-QTD-PEND       PIC 9(3) VALUE ZERO.
       77 WS-DEP-TOTAL          PIC 9(3) VALUE ZERO.
       77 WS-DEP-I              PIC 9(1) VALUE ZERO.
       77 WS-DEP-BIM            PIC 9(1) VALUE ZERO.
       77 WS-DEP-QTD-BIM        PIC 9(1) VALUE ZERO.
       77 WS-DEP-LINHAS         PIC 9(4) VALUE ZERO.
       77 WS-DEP-IMAGEM         PIC X(59) VALUE SPACE.
       77 WS-QTD-DEP-CONCEDIDAS PIC 9(6) VALUE ZERO.
       77 WS-QTD-DEP-NEGADAS    PIC 9(6) VALUE ZERO.
       77 WS-QTD-DEP-PENDENTES  PIC 9(6) VALUE ZERO.
       77 WS-REM-DEP-PEND       PIC 9(3) VALUE ZERO.

       01 WS-TABELA-DEP-CAND.
          03 WS-DEP-CAND-ENTRY OCCURS 2 TIMES.
             05 WS-DEP-CAND-MATERIA   PIC X(30).

       77 WS-LIVRO-STATUS       PIC X(2) VALUE SPACE.
       77 WS-DOCPRT-STATUS      PIC X(2) VALUE SPACE.
       77 WS-OPCAO-DOC          PIC X(1) VALUE SPACE.
       77 WS-DOC-TIPO           PIC X(1) VALUE SPACE.
       77 WS-DOC-TITULO         PIC X(40) VALUE SPACE.
       77 WS-DOC-OK             PIC X(1) VALUE 'N'.
       77 WS-DOC-MOTIVO         PIC X(50) VALUE SPACE.
       77 WS-DOC-GRAVADO        PIC X(1) VALUE 'N'.
       77 WS-DOC-TENTATIVAS     PIC 9(2) VALUE ZERO.
       77 WS-DOC-NUMERO         PIC 9(6) VALUE ZERO.
       77 WS-DOC-CODIGO         PIC 9(9) VALUE ZERO.
       77 WS-DOC-CODIGO-INF     PIC 9(9) VALUE ZERO.
       77 WS-DOC-CHAVE          PIC X(40) VALUE SPACE.
       77 WS-DOC-I              PIC 9(2) VALUE ZERO.
       77 WS-DOC-FIM            PIC X(1) VALUE 'N'.
       77 WS-DOC-IMPRIMIR       PIC X(1) VALUE 'N'.
       77 WS-DOC-ANO            PIC 9(4) VALUE ZERO.
       77 WS-DOC-ANO-ANT        PIC 9(4) VALUE ZERO.
       77 WS-DOC-TURMA-ANT      PIC X(10) VALUE SPACE.
       77 WS-DOC-QTD-ANOS       PIC 9(3) VALUE ZERO.
       77 WS-DOC-QTD-MAT        PIC 9(3) VALUE ZERO.
       77 WS-DOC-QTD-REPROV     PIC 9(3) VALUE ZERO.
       77 WS-DOC-QTD-PEND       PIC 9(3) VALUE ZERO.
       77 WS-DOC-QTD-FALTANTES  PIC 9(3) VALUE ZERO.
       77 WS-DOC-QTD-DEP-PEND   PIC 9(3) VALUE ZERO.
       77 WS-DOC-ANO-FINAL      PIC 9(4) VALUE ZERO.
       77 WS-DOC-TURMA-FINAL    PIC X(10) VALUE SPACE.
       77 WS-DOC-RESULTADO      PIC X(20) VALUE SPACE.
       77 WS-DOC-DATA-AUX       PIC 9(8) VALUE ZERO.
       77 WS-DOC-DATA-ED        PIC X(10) VALUE SPACE.
       77 WS-DOC-BIM            PIC 9(1) VALUE ZERO.
       77 WS-DOC-FREQ-PCT       PIC 9(3) VALUE ZERO.
       77 WS-DOC-QTD-FREQ       PIC 9(3) VALUE ZERO.
       77 WS-DOC-MOTIVO-CANC    PIC X(40) VALUE SPACE.
       77 WS-DOC-PRG-ABERTO     PIC X(1) VALUE 'N'.

       01 WS-TABELA-DOC-FREQ.
          03 WS-DOC-FREQ-ENTRY OCCURS 4 TIMES.
             05 WS-DOC-FREQ-SOMA      PIC 9(5).
             05 WS-DOC-FREQ-QTD       PIC 9(3).

       77 WS-RETARQ-STATUS      PIC X(2) VALUE SPACE.
       77 WS-RETTMP-STATUS      PIC X(2) VALUE SPACE.
       77 WS-RETPRT-STATUS      PIC X(2) VALUE SPACE.
       77 WS-RET-NOME-ARQ       PIC X(20) VALUE SPACE.
       77 WS-RET-ST-ORIGEM      PIC X(2) VALUE SPACE.
       77 WS-RET-ANO-ATUAL      PIC 9(4) VALUE ZERO.
       77 WS-RET-ANO-CORTE      PIC 9(4) VALUE ZERO.
       77 WS-RET-ANO-REG        PIC 9(4) VALUE ZERO.
       77 WS-RET-ANO-SEL        PIC 9(4) VALUE ZERO.
       77 WS-RET-ANO-SALVO      PIC 9(4) VALUE ZERO.
       77 WS-RET-ANO-CONSULTA   PIC 9(4) VALUE ZERO.
       77 WS-RET-F              PIC 9(1) VALUE ZERO.
       77 WS-RET-I              PIC 9(2) VALUE ZERO.
       77 WS-RET-T              PIC 9(2) VALUE ZERO.
       77 WS-RET-QTD-ANOS       PIC 9(2) VALUE ZERO.
       77 WS-RET-ACHOU          PIC X(1) VALUE 'N'.
       77 WS-RET-TRUNCADO       PIC X(1) VALUE 'N'.
       77 WS-RET-ABERTO         PIC X(1) VALUE 'N'.
       77 WS-RET-HIS-ABERTO     PIC X(1) VALUE 'N'.
       77 WS-RET-REG-INVALIDO   PIC X(1) VALUE 'N'.
       77 WS-RET-FIM            PIC X(1) VALUE 'N'.
       77 WS-RET-ERRO           PIC X(1) VALUE 'N'.
       77 WS-RET-VALIDO         PIC X(1) VALUE 'N'.
       77 WS-RET-TRAILER-LIDO   PIC X(1) VALUE 'N'.
       77 WS-RET-PENDENTES      PIC 9(2) VALUE ZERO.
       77 WS-RET-QTD            PIC 9(7) VALUE ZERO.
       77 WS-RET-CHECKSUM       PIC 9(15) VALUE ZERO.
       77 WS-RET-QTD-TRAILER    PIC 9(7) VALUE ZERO.
       77 WS-RET-CHK-TRAILER    PIC 9(15) VALUE ZERO.
       77 WS-RET-DADOS          PIC X(200) VALUE SPACE.
       77 WS-RET-SIT-TEXTO      PIC X(30) VALUE SPACE.
       77 WS-RET-QTD-ED         PIC Z(6)9.
       77 WS-RET-QTD-ED2        PIC Z(6)9.
       77 WS-RET-QTD-ED3        PIC Z(6)9.
       77 WS-RET-PRESENCAS      PIC 9(4) VALUE ZERO.
       77 WS-RET-FALTAS         PIC 9(4) VALUE ZERO.
       77 WS-RET-LINHAS         PIC 9(4) VALUE ZERO.

       01 WS-RET-ORIGENS.
          03 FILLER PIC X(10) VALUE 'AUDITORIA'.
          03 FILLER PIC X(10) VALUE 'CONSELHO'.
          03 FILLER PIC X(10) VALUE 'CHAMADA'.
       01 WS-RET-ORIGENS-TAB REDEFINES WS-RET-ORIGENS.
          03 WS-RET-ORIGEM         PIC X(10) OCCURS 3 TIMES.

       01 WS-TABELA-RET-TOTAIS.
          03 WS-RET-TOT-ENTRY OCCURS 3 TIMES.
             05 WS-RET-TOT-LIDOS      PIC 9(7).
             05 WS-RET-TOT-MOVIDOS    PIC 9(7).
             05 WS-RET-TOT-MANTIDOS   PIC 9(7).
             05 WS-RET-TOT-EXPURGO    PIC X(1).

       01 WS-TABELA-RET-ANOS.
          03 WS-RET-ANO-ENTRY OCCURS 30 TIMES.
             05 WS-RET-TAB-ANO        PIC 9(4).
             05 WS-RET-TAB-FECHADO    PIC X(1).
             05 WS-RET-TAB-ARQ OCCURS 3 TIMES.
                07 WS-RET-TAB-QTD     PIC 9(7).
                07 WS-RET-TAB-SIT     PIC X(1).

       01 WS-TABELA-FEC-SIT.
          03 WS-FEC-SIT-ENTRY OCCURS 4 TIMES.
             05 WS-FEC-SIT-BIM        PIC X(9).



       PROCEDURE DIVISION.
        PERFORM ABRIR-CADASTRO-FILE THRU ABRIR-CADASTRO-FILE-END.
        PERFORM ABRIR-PROFESSOR-FILE THRU ABRIR-PROFESSOR-FILE-END.
        PERFORM ABRIR-TRAVAS-FILE THRU ABRIR-TRAVAS-FILE-END.
        PERFORM ABRIR-FECHAMENTO-FILE THRU ABRIR-FECHAMENTO-FILE-END.
        PERFORM ABRIR-ROSTER-FILE THRU ABRIR-ROSTER-FILE-END.
        PERFORM CARREGAR-PARAMETROS THRU CARREGAR-PARAMETROS-END.

                CLOSE PROCESSO-FILE
            ELSE
                CLOSE PROCESSO-FILE
                PERFORM LOGIN-OPERADOR THRU LOGIN-OPERADOR-END
                IF WS-LOGIN-OK = 'S'
                    PERFORM REGISTRAR-SESSAO THRU REGISTRAR-SESSAO-END
                    PERFORM MENU-PRINCIPAL THRU MENU-PRINCIPAL-END
                        UNTIL WS-OPCAO-MENU = '0'
                ELSE
                    DISPLAY 'ACESSO NEGADO. PROGRAMA ENCERRADO.'
                    MOVE 8 TO RETURN-CODE
                END-IF
            END-IF
        END-IF.

        PERFORM ENCERRAR-SESSAO THRU ENCERRAR-SESSAO-END.
        CLOSE TRAVAS-FILE.
        CLOSE FECHAMENTO-FILE.
        CLOSE ALUNOS-FILE.
        CLOSE CADASTRO-FILE.
        CLOSE PROFESSOR-FILE.
        DISPLAY '17 - CONSELHO DE CLASSE'
        DISPLAY '18 - CARTAS DE CONVOCACAO'
        DISPLAY '19 - RELATORIO GERENCIAL DO HISTORICO'
        DISPLAY '20 - REMATRICULA E ENTURMACAO'
        DISPLAY '21 - FECHAMENTO DE BIMESTRE'
        DISPLAY '22 - OPERADORES E PERMISSOES'
        DISPLAY '23 - RECALCULO DE MEDIAS E STATUS'
        DISPLAY '24 - EXTRATO EDUCACENSO'
        DISPLAY '25 - BUSCA ATIVA (ABANDONO ESCOLAR)'
        DISPLAY '26 - DEPENDENCIAS (PROGRESSAO PARCIAL)'
        DISPLAY '27 - EMISSAO DE DOCUMENTOS'
        DISPLAY '0 - SAIR'
        DISPLAY 'ESCOLHA UMA OPCAO: '
        ACCEPT WS-OPCAO-MENU.

        MOVE ZERO TO WS-OPCAO-NUM
        IF WS-OPCAO-MENU(1:1) NUMERIC AND WS-OPCAO-MENU(2:1) = SPACE
            MOVE WS-OPCAO-MENU(1:1) TO WS-OPCAO-NUM
        ELSE
        IF WS-OPCAO-MENU NUMERIC
            MOVE WS-OPCAO-MENU TO WS-OPCAO-NUM
        END-IF
        END-IF
        PERFORM VERIFICAR-PERMISSAO THRU VERIFICAR-PERMISSAO-END
        IF WS-PERMITIDO = 'N'
            DISPLAY 'OPCAO ' WS-OPCAO-NUM ' NAO PERMITIDA PARA O '
                'PERFIL ' WS-OPR-PERFIL-NOME
            MOVE SPACES TO WS-AUD-TEXTO-MATERIA
            STRING 'MENU PRINCIPAL OPCAO ' WS-OPCAO-NUM
                DELIMITED BY SIZE INTO WS-AUD-TEXTO-MATERIA
            PERFORM REGISTRAR-ACESSO-NEGADO
                THRU REGISTRAR-ACESSO-NEGADO-END
        ELSE
        EVALUATE WS-OPCAO-MENU
            WHEN '1'
                PERFORM CADASTRAR-ALUNO THRU CADASTRAR-ALUNO-END
            WHEN '19'
                PERFORM GER-RELATORIO-GERENCIAL
                    THRU GER-RELATORIO-GERENCIAL-END
            WHEN '20'
                PERFORM MENU-REMATRICULA THRU MENU-REMATRICULA-END
            WHEN '21'
                PERFORM MENU-FECHAMENTO THRU MENU-FECHAMENTO-END
            WHEN '22'
                PERFORM MENU-OPERADORES THRU MENU-OPERADORES-END
            WHEN '23'
                PERFORM RECALCULO THRU RECALCULO-END
            WHEN '24'
                PERFORM EDUCACENSO THRU EDUCACENSO-END
            WHEN '25'
                PERFORM MENU-BUSCA THRU MENU-BUSCA-END
            WHEN '26'
                PERFORM MENU-DEPENDENCIA THRU MENU-DEPENDENCIA-END
            WHEN '27'
                PERFORM MENU-DOCUMENTOS THRU MENU-DOCUMENTOS-END
            WHEN '0'
                CONTINUE
            WHEN OTHER
                DISPLAY 'OPCAO INVALIDA.'
        END-EVALUATE
        END-IF.
       MENU-PRINCIPAL-END.

       CADASTRAR-ALUNO.
                '. LANCAMENTO DE NOTAS BLOQUEADO.'
            MOVE 'N' TO WS-ALUNO-ENCONTRADO
        END-IF
        IF WS-ALUNO-ENCONTRADO = 'S'
           AND CAD-SITUACAO = 'ABANDONO'
            DISPLAY 'ALUNO EM SITUACAO DE ABANDONO. LANCAMENTO DE '
                'NOTAS BLOQUEADO.'
            MOVE 'N' TO WS-ALUNO-ENCONTRADO
        END-IF
        IF WS-ALUNO-ENCONTRADO = 'S'
            MOVE WS-BIMESTRE TO WS-FEC-BIM-CONS
            MOVE WS-TURMA    TO WS-FEC-TURMA-CONS
            PERFORM VERIFICAR-BIMESTRE-FECHADO
                THRU VERIFICAR-BIMESTRE-FECHADO-END
            IF WS-BIM-FECHADO = 'S'
                DISPLAY 'BIMESTRE ' WS-BIMESTRE ' FECHADO PARA A '
                    'TURMA ' WS-TURMA '. ALTERACAO BLOQUEADA.'
                MOVE 'N' TO WS-ALUNO-ENCONTRADO
            END-IF
        END-IF
        IF WS-ALUNO-ENCONTRADO = 'S'
            MOVE ALU-MATERIA TO WS-MATERIA
            PERFORM VERIFICAR-PROF-AUTORIZADO
                   DISPLAY 'ALUNO TRANSFERIDO EM ' CAD-DATA-TRANSF
                       '. LANCAMENTO DE NOTAS BLOQUEADO.'
                   MOVE 'N' TO WS-CAD-ENCONTRADO
               ELSE
               IF CAD-SITUACAO = 'ABANDONO'
                   DISPLAY 'ALUNO EM SITUACAO DE ABANDONO. '
                       'LANCAMENTO DE NOTAS BLOQUEADO.'
                   MOVE 'N' TO WS-CAD-ENCONTRADO
               ELSE
                   PERFORM TRAVAR-MATRICULA
                       THRU TRAVAR-MATRICULA-END
                       ELSE
                           PERFORM ENTRAR-BIMESTRE
                               THRU ENTRAR-BIMESTRE-END
                           MOVE WS-BIMESTRE TO WS-FEC-BIM-CONS
                           MOVE WS-TURMA    TO WS-FEC-TURMA-CONS
                           PERFORM VERIFICAR-BIMESTRE-FECHADO
                               THRU VERIFICAR-BIMESTRE-FECHADO-END
                           IF WS-BIM-FECHADO = 'S'
                               DISPLAY 'BIMESTRE ' WS-BIMESTRE
                                   ' FECHADO PARA A TURMA ' WS-TURMA
                                   '. LANCAMENTO BLOQUEADO.'
                               PERFORM DESTRAVAR-MATRICULA
                                   THRU DESTRAVAR-MATRICULA-END
                               MOVE 'N' TO WS-CAD-ENCONTRADO
                           ELSE
                               PERFORM ENTRAR-NOTAS
                                   THRU ENTRAR-NOTAS-END
                           END-IF
                       END-IF
                   END-IF
               END-IF
               END-IF
           END-IF
       END-IF.
       FORM-END.
            IF CAD-SITUACAO = 'TRANSFERID'
                MOVE '08' TO WS-ROSTER-MOTIVO
            ELSE
            IF CAD-SITUACAO = 'ABANDONO'
                MOVE '10' TO WS-ROSTER-MOTIVO
            ELSE
                MOVE ROSTER-BIMESTRE TO WS-FEC-BIM-CONS
                MOVE CAD-TURMA       TO WS-FEC-TURMA-CONS
                PERFORM VERIFICAR-BIMESTRE-FECHADO
                    THRU VERIFICAR-BIMESTRE-FECHADO-END
                IF WS-BIM-FECHADO = 'S'
                    MOVE '09' TO WS-ROSTER-MOTIVO
                ELSE
                MOVE FUNCTION UPPER-CASE(ROSTER-MATERIA)
                    TO WS-MATERIA
                PERFORM VERIFICAR-PROF-AUTORIZADO
                IF WS-PROF-AUTORIZADO = 'N'
                    MOVE '07' TO WS-ROSTER-MOTIVO
                END-IF
                END-IF
            END-IF
            END-IF
            END-IF
            END-IF
            WRITE CONTROLE-LINE
            MOVE '  08 - MATRICULA TRANSFERIDA' TO CONTROLE-LINE
            WRITE CONTROLE-LINE
            MOVE '  09 - BIMESTRE FECHADO' TO CONTROLE-LINE
            WRITE CONTROLE-LINE
            MOVE '  10 - ALUNO EM SITUACAO DE ABANDONO' TO CONTROLE-LINE
            WRITE CONTROLE-LINE
            CLOSE CONTROLE-FILE
        END-IF

            WHEN 'FREQUENCIA'
                IF CTL-BIMESTRE NOT NUMERIC OR CTL-BIMESTRE < 1
                   OR CTL-BIMESTRE > 4
                    PERFORM CARTAO-INVALIDO THRU CARTAO-INVALIDO-END
                ELSE
                IF CTL-PERIODO = SPACES OR CTL-PERIODO = ZEROS
                    MOVE CTL-BIMESTRE TO WS-BIMESTRE
                    ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
                    MOVE WS-DATA-HOJE(1:4) TO WS-CLD-ANO
                    PERFORM OBTER-PERIODO-BIMESTRE
                        THRU OBTER-PERIODO-BIMESTRE-END
                    IF WS-CLD-BIM-ACHADO = 'N'
                        DISPLAY 'BIMESTRE NAO DEFINIDO NO CALENDARIO '
                            'DE ' WS-CLD-ANO '.'
                        ADD 1 TO WS-QTD-CARTOES-ERRO
                        MOVE 7 TO RETURN-CODE
                    ELSE
                        MOVE 'S' TO WS-CHA-POSTAR
                        PERFORM APURAR-PERIODO THRU APURAR-PERIODO-END
                        IF WS-EXEC-ERRO = 'S'
                            ADD 1 TO WS-QTD-CARTOES-ERRO
                            MOVE 7 TO RETURN-CODE
                        END-IF
                    END-IF
                ELSE
                IF CTL-DATA-INI NOT NUMERIC
                   OR CTL-DATA-FIM NOT NUMERIC
                    PERFORM CARTAO-INVALIDO THRU CARTAO-INVALIDO-END
                ELSE
                    MOVE CTL-BIMESTRE TO WS-BIMESTRE
                    MOVE 'N' TO WS-CLD-BIM-ACHADO
                    MOVE CTL-DATA-INI TO WS-CHA-DATA-INI
                    MOVE WS-CHA-DATA-INI TO WS-CHA-DATA
                    PERFORM VALIDAR-DATA-CHAMADA
                        MOVE 7 TO RETURN-CODE
                    END-IF
                END-IF
                END-IF
                END-IF
            WHEN 'INTEGRIDAD'
                IF CTL-BIMESTRE NOT NUMERIC OR CTL-BIMESTRE < 1
                   OR CTL-BIMESTRE > 4
                        MOVE 10 TO RETURN-CODE
                    END-IF
                END-IF
            WHEN 'RECALCULO'
            WHEN 'RECALCSIM'
                MOVE FUNCTION UPPER-CASE(CTL-TURMA) TO WS-RCL-TURMA
                IF WS-CTL-FUNCAO = 'RECALCULO'
                    MOVE 'E' TO WS-RCL-MODO
                    PERFORM VERIFICAR-EXCLUSIVO
                        THRU VERIFICAR-EXCLUSIVO-END
                    IF WS-EXCLUSIVO-OK = 'N'
                        MOVE 'S' TO WS-EXEC-ERRO
                    ELSE
                        PERFORM RECALCULO-EXECUTAR
                            THRU RECALCULO-EXECUTAR-END
                        PERFORM DESTRAVAR-EXCLUSIVO
                            THRU DESTRAVAR-EXCLUSIVO-END
                    END-IF
                ELSE
                    MOVE 'S' TO WS-RCL-MODO
                    PERFORM RECALCULO-EXECUTAR
                        THRU RECALCULO-EXECUTAR-END
                END-IF
                IF WS-EXEC-ERRO = 'S'
                    ADD 1 TO WS-QTD-CARTOES-ERRO
                    MOVE 11 TO RETURN-CODE
                END-IF
            WHEN 'EDUCACENSO'
                MOVE CTL-DATA-INI TO WS-CHA-DATA
                PERFORM VALIDAR-DATA-CHAMADA
                    THRU VALIDAR-DATA-CHAMADA-END
                IF WS-DATA-VALIDA = 'N'
                    DISPLAY 'EDUCACENSO: DATA DE REFERENCIA INVALIDA: '
                        CTL-DATA-INI
                    MOVE 'S' TO WS-EXEC-ERRO
                ELSE
                    MOVE CTL-DATA-INI TO WS-CEN-DATA-REF
                    PERFORM EDUCACENSO-EXECUTAR
                        THRU EDUCACENSO-EXECUTAR-END
                END-IF
                IF WS-EXEC-ERRO = 'S'
                    ADD 1 TO WS-QTD-CARTOES-ERRO
                    MOVE 12 TO RETURN-CODE
                END-IF
            WHEN 'BUSCAATIVA'
                MOVE CTL-DATA-INI TO WS-CHA-DATA
                PERFORM VALIDAR-DATA-CHAMADA
                    THRU VALIDAR-DATA-CHAMADA-END
                IF WS-DATA-VALIDA = 'S'
                    MOVE CTL-DATA-INI TO WS-BUS-DATA-REF
                ELSE
                    ACCEPT WS-BUS-DATA-REF FROM DATE YYYYMMDD
                END-IF
                PERFORM ABRIR-BUSCA-FILE THRU ABRIR-BUSCA-FILE-END
                IF WS-BUSCA-STATUS NOT = '00'
                    MOVE 'S' TO WS-EXEC-ERRO
                ELSE
                    PERFORM BUSCA-EXECUTAR THRU BUSCA-EXECUTAR-END
                    CLOSE BUSCA-FILE
                END-IF
                IF WS-EXEC-ERRO = 'S'
                    ADD 1 TO WS-QTD-CARTOES-ERRO
                    MOVE 13 TO RETURN-CODE
                END-IF
            WHEN OTHER
                PERFORM CARTAO-INVALIDO THRU CARTAO-INVALIDO-END
        END-EVALUATE.
           DISPLAY 'DECISAO DO CONSELHO MANTIDA - MEDIA FINAL NAO '
               'RECALCULADA: ' ALU-MATRICULA ' ' ALU-MATERIA
       ELSE
       IF ALU-STATUS-FINAL = 'APROV DEPENDENCIA'
           DISPLAY 'DEPENDENCIA CONCEDIDA MANTIDA - MEDIA FINAL NAO '
               'RECALCULADA: ' ALU-MATRICULA ' ' ALU-MATERIA
       ELSE
       IF ALU-STATUS(1) NOT = SPACES AND ALU-STATUS(2) NOT = SPACES
          AND ALU-STATUS(3) NOT = SPACES AND ALU-STATUS(4) NOT = SPACES
           IF ALU-MEDIA-RECUP > ZERO
               END-EVALUATE
           END-IF
       END-IF
       END-IF
       END-IF.
       CALCULAR-MEDIA-FINAL-END.

         DISPLAY 'STATUS: ' WS-STATUS.
         DISPLAY '*******************************************'.
        EXIBIR-DADOS-FIM.
         MOVE WS-BIMESTRE TO WS-FEC-BIM-CONS
         MOVE WS-TURMA    TO WS-FEC-TURMA-CONS
         PERFORM VERIFICAR-BIMESTRE-FECHADO
             THRU VERIFICAR-BIMESTRE-FECHADO-END
         IF WS-BIM-FECHADO = 'S'
             DISPLAY 'BIMESTRE ' WS-BIMESTRE ' FECHADO PARA A TURMA '
                 WS-TURMA '. NOTAS NAO GRAVADAS.'
         ELSE
         MOVE WS-MATRICULA  TO ALU-MATRICULA
         MOVE WS-MATERIA    TO ALU-MATERIA
         MOVE 'N' TO WS-REGISTRO-NOVO
                 ADD 1 TO WS-CTL-GRAVADOS
             END-IF
             PERFORM GRAVAR-AUDITORIA THRU GRAVAR-AUDITORIA-END
         END-IF
         END-IF.

       ABRIR-ALUNOS-FILE.
                    DISPLAY 'PESO INVALIDO IGNORADO: '
                        PAR-PESO-MATERIA
                END-IF
            WHEN '3'
                IF PAR-FALTAS-CONSEC NUMERIC
                   AND PAR-FALTAS-CONSEC > ZERO
                    MOVE PAR-FALTAS-CONSEC TO WS-PAR-FALTAS-CONSEC
                ELSE
                    DISPLAY 'PARAMETRO DE ROTINA INVALIDO IGNORADO.'
                END-IF
                IF PAR-ANOS-RETENCAO NUMERIC
                   AND PAR-ANOS-RETENCAO > ZERO
                    MOVE PAR-ANOS-RETENCAO TO WS-PAR-ANOS-RETENCAO
                END-IF
            WHEN OTHER
                DISPLAY 'PARAMETRO DESCONHECIDO IGNORADO.'
        END-EVALUATE.
        MOVE 7.00                          TO WS-PAR-MEDIA-APROV
        MOVE 5.00                          TO WS-PAR-MEDIA-RECUP
        MOVE 75                            TO WS-FREQUENCIA-MINIMA
        MOVE 5                             TO WS-PAR-FALTAS-CONSEC
        MOVE 2                             TO WS-PAR-ANOS-RETENCAO
        MOVE 2                             TO WS-QTD-PESOS

        MOVE 'EDUCACAO FISICA'             TO WS-PESO-MATERIA(1)
                    WS-PESO-NOTA-4(WS-PESO-IDX) * 100
                WRITE PAR-REGISTRO
            END-PERFORM

            MOVE SPACES TO PAR-REGISTRO
            MOVE '3' TO PAR-TIPO
            MOVE WS-PAR-FALTAS-CONSEC TO PAR-FALTAS-CONSEC
            MOVE WS-PAR-ANOS-RETENCAO TO PAR-ANOS-RETENCAO
            WRITE PAR-REGISTRO
            IF WS-PARAMS-STATUS NOT = '00'
                DISPLAY 'ERRO AO GRAVAR PARAMS.DAT: '
                    WS-PARAMS-STATUS
        DISPLAY '2 - ALTERAR PARAMETROS GERAIS'
        DISPLAY '3 - INCLUIR/ALTERAR PESOS DE MATERIA'
        DISPLAY '4 - GRADE CURRICULAR DAS TURMAS'
        DISPLAY '5 - CALENDARIO ESCOLAR'
        DISPLAY '0 - VOLTAR'
        DISPLAY 'ESCOLHA UMA OPCAO: '
        ACCEPT WS-OPCAO-PARAMS.
                    THRU ALTERAR-PESO-MATERIA-END
            WHEN '4'
                PERFORM MENU-GRADE THRU MENU-GRADE-END
            WHEN '5'
                PERFORM MENU-CALENDARIO THRU MENU-CALENDARIO-END
            WHEN '0'
                CONTINUE
            WHEN OTHER
        MOVE WS-PAR-MEDIA-RECUP TO WS-MEDIA-FINAL-ED
        DISPLAY 'MEDIA DE RECUPERACAO: ' WS-MEDIA-FINAL-ED
        DISPLAY 'FREQUENCIA MINIMA...: ' WS-FREQUENCIA-MINIMA '%'
        DISPLAY 'FALTAS CONSECUTIVAS P/ BUSCA ATIVA: '
            WS-PAR-FALTAS-CONSEC
        DISPLAY 'ANOS LETIVOS RETIDOS NOS ARQUIVOS: '
            WS-PAR-ANOS-RETENCAO
        DISPLAY 'PESOS POR MATERIA:'
        PERFORM VARYING WS-PESO-IDX FROM 1 BY 1
                UNTIL WS-PESO-IDX > WS-QTD-PESOS
            MOVE WS-CENTESIMOS TO WS-FREQUENCIA-MINIMA
        END-IF

        MOVE ZERO TO WS-CENTESIMOS
        DISPLAY 'FALTAS CONSECUTIVAS PARA BUSCA ATIVA (0 = MANTER): '
        ACCEPT WS-CENTESIMOS
        IF WS-CENTESIMOS > ZERO AND WS-CENTESIMOS <= 99
            MOVE WS-CENTESIMOS TO WS-PAR-FALTAS-CONSEC
        END-IF

        MOVE ZERO TO WS-CENTESIMOS
        DISPLAY 'ANOS LETIVOS RETIDOS NOS ARQUIVOS (0 = MANTER): '
        ACCEPT WS-CENTESIMOS
        IF WS-CENTESIMOS > ZERO AND WS-CENTESIMOS <= 99
            MOVE WS-CENTESIMOS TO WS-PAR-ANOS-RETENCAO
        END-IF

        IF WS-PAR-MEDIA-RECUP > WS-PAR-MEDIA-APROV
            DISPLAY 'MEDIA DE RECUPERACAO MAIOR QUE A DE APROVACAO.'
            DISPLAY 'PARAMETROS NAO GRAVADOS. CORRIJA OS VALORES.'
                THRU VALIDAR-DATA-CHAMADA-END
        END-PERFORM

        MOVE WS-CHA-DATA TO WS-CLD-DATA
        MOVE 'N' TO WS-CLD-LETIVO
        MOVE SPACE TO WS-CLD-TIPO
        OPEN INPUT CALENDARIO-FILE
        IF WS-CALENDARIO-STATUS = '00'
            PERFORM VERIFICAR-DIA-LETIVO THRU VERIFICAR-DIA-LETIVO-END
            CLOSE CALENDARIO-FILE
        END-IF

        IF WS-CLD-LETIVO = 'N'
            PERFORM NOME-TIPO-CALENDARIO
                THRU NOME-TIPO-CALENDARIO-END
            DISPLAY 'CHAMADA RECUSADA: ' WS-CHA-DATA
                ' NAO E DIA LETIVO (' WS-CLD-NOME-TIPO ').'
            DISPLAY 'CONFIRA O CALENDARIO ESCOLAR EM PARAMETROS.'
        ELSE
        PERFORM ABRIR-CHAMADA-FILE THRU ABRIR-CHAMADA-FILE-END
        IF WS-CHAMADA-STATUS NOT = '00'
            DISPLAY 'ERRO AO ABRIR CHAMADA.DAT: ' WS-CHAMADA-STATUS
                UNTIL WS-FIM-CHAMADA = 'S'
            CLOSE CHAMADA-FILE
            DISPLAY 'PRESENCAS LANCADAS: ' WS-QTD-CHA-LANCADAS
        END-IF
        END-IF.
       REGISTRAR-CHAMADA-END.


       APURAR-FREQUENCIA.
        PERFORM ENTRAR-BIMESTRE THRU ENTRAR-BIMESTRE-END
        MOVE ZERO TO WS-CLD-ANO
        DISPLAY 'ANO LETIVO (AAAA, 0 = ANO ATUAL): '
        ACCEPT WS-CLD-ANO
        IF WS-CLD-ANO = ZERO
            ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
            MOVE WS-DATA-HOJE(1:4) TO WS-CLD-ANO
        END-IF
        PERFORM OBTER-PERIODO-BIMESTRE
            THRU OBTER-PERIODO-BIMESTRE-END
        IF WS-CLD-BIM-ACHADO = 'S'
            DISPLAY 'PERIODO DO BIMESTRE NO CALENDARIO: '
                WS-CHA-DATA-INI ' A ' WS-CHA-DATA-FIM
        ELSE
            DISPLAY 'BIMESTRE NAO DEFINIDO NO CALENDARIO DE '
                WS-CLD-ANO '. INFORME O PERIODO.'
            MOVE ZERO TO WS-CHA-DATA-INI
            DISPLAY 'DATA INICIAL DO PERIODO (AAAAMMDD): '
            ACCEPT WS-CHA-DATA-INI
            MOVE WS-CHA-DATA-INI TO WS-CHA-DATA
            PERFORM VALIDAR-DATA-CHAMADA THRU VALIDAR-DATA-CHAMADA-END
            MOVE WS-DATA-VALIDA TO WS-DATA-INI-VALIDA
            MOVE ZERO TO WS-CHA-DATA-FIM
            DISPLAY 'DATA FINAL DO PERIODO (AAAAMMDD): '
            ACCEPT WS-CHA-DATA-FIM
            MOVE WS-CHA-DATA-FIM TO WS-CHA-DATA
            PERFORM VALIDAR-DATA-CHAMADA THRU VALIDAR-DATA-CHAMADA-END
        END-IF
        PERFORM APURAR-PERIODO THRU APURAR-PERIODO-END.
       APURAR-FREQUENCIA-END.

                    WS-CHAMADA-STATUS
                MOVE 'S' TO WS-EXEC-ERRO
            ELSE
                MOVE 'N' TO WS-CLD-ABERTO
                IF WS-CLD-BIM-ACHADO = 'S'
                    OPEN INPUT CALENDARIO-FILE
                    IF WS-CALENDARIO-STATUS = '00'
                        MOVE 'S' TO WS-CLD-ABERTO
                    END-IF
                END-IF
                PERFORM APURAR-EXECUTAR THRU APURAR-EXECUTAR-END
                CLOSE CHAMADA-FILE
                IF WS-CLD-ABERTO = 'S'
                    CLOSE CALENDARIO-FILE
                    MOVE 'N' TO WS-CLD-ABERTO
                END-IF
            END-IF
        END-IF.
       APURAR-PERIODO-END.
            MOVE ZERO TO WS-QTD-APURADOS
            MOVE ZERO TO WS-QTD-ALERTAS
            MOVE ZERO TO WS-QTD-SEM-CHAMADA
            MOVE ZERO TO WS-QTD-FREQ-FECHADAS
            MOVE 'N' TO WS-FIM-CADASTRO
            MOVE ZERO TO CAD-MATRICULA
            START CADASTRO-FILE KEY IS NOT LESS THAN CAD-MATRICULA
                    NOT AT END
                        IF CAD-SITUACAO NOT = 'UNIFICADA'
                           AND CAD-SITUACAO NOT = 'TRANSFERID'
                           AND CAD-SITUACAO NOT = 'ABANDONO'
                            PERFORM APURAR-ALUNO
                                THRU APURAR-ALUNO-END
                        END-IF
                DISPLAY 'ALUNOS SEM CHAMADA NO PERIODO: '
                    WS-QTD-SEM-CHAMADA
            END-IF
            IF WS-QTD-FREQ-FECHADAS > ZERO
                DISPLAY 'MATERIAS NAO POSTADAS (BIMESTRE FECHADO): '
                    WS-QTD-FREQ-FECHADAS
            END-IF
        END-IF.
       APURAR-EXECUTAR-END.

                       OR CHA-DATA > WS-CHA-DATA-FIM
                        MOVE 'S' TO WS-FIM-CHAMADA
                    ELSE
                        MOVE 'S' TO WS-CLD-LETIVO
                        IF WS-CLD-ABERTO = 'S'
                            MOVE CHA-DATA TO WS-CLD-DATA
                            PERFORM VERIFICAR-DIA-LETIVO
                                THRU VERIFICAR-DIA-LETIVO-END
                        END-IF
                        IF WS-CLD-LETIVO = 'S'
                            ADD 1 TO WS-CHA-TOTAL
                            IF CHA-PRESENCA = 'P'
                                ADD 1 TO WS-CHA-PRESENCAS
                            END-IF
                        END-IF
                    END-IF
            END-READ
       POSTAR-FREQUENCIA-END.

       POSTAR-FREQ-REGISTRO.
        MOVE WS-BIMESTRE TO WS-FEC-BIM-CONS
        MOVE ALU-TURMA   TO WS-FEC-TURMA-CONS
        PERFORM VERIFICAR-BIMESTRE-FECHADO
            THRU VERIFICAR-BIMESTRE-FECHADO-END
        IF WS-BIM-FECHADO = 'S'
            ADD 1 TO WS-QTD-FREQ-FECHADAS
        ELSE
        MOVE WS-BIMESTRE TO WS-AUD-BIMESTRE
        PERFORM CAPTURAR-AUD-IMAGEM THRU CAPTURAR-AUD-IMAGEM-END
        MOVE WS-AUD-IMAGEM TO WS-AUD-ANTES-SALVA
            ELSE
                IF ALU-STATUS(WS-BIMESTRE) = 'REPROVADO POR FALTA'
                   AND ALU-STATUS-FINAL NOT = 'APROV CONSELHO'
                   AND ALU-STATUS-FINAL NOT = 'APROV DEPENDENCIA'
                    MOVE 'REPROVADO POR FALTA' TO ALU-STATUS-FINAL
                    DISPLAY 'RESULTADO DA RECUPERACAO SUPERADO POR '
                        'FALTA: ' ALU-MATRICULA ' ' ALU-MATERIA
                    WS-ALUNOS-STATUS
            NOT INVALID KEY
                PERFORM GRAVAR-AUDITORIA THRU GRAVAR-AUDITORIA-END
        END-REWRITE
        END-IF.
       POSTAR-FREQ-REGISTRO-END.

       GER-BOLETIM-CONSOLIDADO.
        IF WS-PRINT-STATUS NOT = '00'
            DISPLAY 'ERRO AO ABRIR BOLETIM.PRT: ' WS-PRINT-STATUS
        ELSE
            ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
            MOVE WS-DATA-HOJE(1:4) TO WS-DEP-ANO-ATUAL
            MOVE 'N' TO WS-DEP-ABERTO
            OPEN INPUT DEPENDENCIA-FILE
            IF WS-DEPEND-STATUS = '00'
                MOVE 'S' TO WS-DEP-ABERTO
            END-IF
            MOVE ZERO TO WS-BOL-QTD-ALUNOS
            MOVE ZERO TO WS-BOL-MATRICULA-ANT
            MOVE 'N' TO WS-FIM-BOLETIM
                           OR ALU-TURMA = WS-BOL-TURMA
                            IF ALU-MATRICULA NOT =
                               WS-BOL-MATRICULA-ANT
                                IF WS-BOL-QTD-ALUNOS > ZERO
                                    PERFORM BOL-DEPENDENCIAS
                                        THRU BOL-DEPENDENCIAS-END
                                END-IF
                                PERFORM BOL-CAB-ALUNO
                                    THRU BOL-CAB-ALUNO-END
                                MOVE ALU-MATRICULA
                        END-IF
                END-READ
            END-PERFORM
            IF WS-BOL-QTD-ALUNOS > ZERO
                PERFORM BOL-DEPENDENCIAS THRU BOL-DEPENDENCIAS-END
            END-IF
            IF WS-DEP-ABERTO = 'S'
                CLOSE DEPENDENCIA-FILE
                MOVE 'N' TO WS-DEP-ABERTO
            END-IF
            CLOSE PRINT-FILE
            IF WS-BOL-QTD-ALUNOS = ZERO
                DISPLAY 'NENHUM ALUNO ENCONTRADO PARA O BOLETIM.'
        DISPLAY '*** BACKUP E RESTAURACAO ***'
        DISPLAY '1 - GERAR BACKUP (BACKUP.DAT)'
        DISPLAY '2 - RESTAURAR BACKUP'
        DISPLAY '3 - ARQUIVAMENTO POR RETENCAO (AUDITORIA, CONSELHO,'
        DISPLAY '    CHAMADA)'
        DISPLAY '0 - VOLTAR'
        DISPLAY 'ESCOLHA UMA OPCAO: '
        ACCEPT WS-OPCAO-BACKUP.
                PERFORM GERAR-BACKUP THRU GERAR-BACKUP-END
            WHEN '2'
                PERFORM RESTAURAR-BACKUP THRU RESTAURAR-BACKUP-END
            WHEN '3'
                PERFORM ARQUIVAR-RETENCAO THRU ARQUIVAR-RETENCAO-END
            WHEN '0'
                CONTINUE
            WHEN OTHER
        END-EVALUATE

        IF WS-OPCAO-AUDIT NOT = '0'
            MOVE ZERO TO WS-RET-ANO-CONSULTA
            DISPLAY 'ANO ARQUIVADO (0 = ARQUIVO ATUAL): '
            ACCEPT WS-RET-ANO-CONSULTA
            PERFORM GER-AUDITORIA-CORPO
                THRU GER-AUDITORIA-CORPO-END
        END-IF.
       GER-RELATORIO-AUDITORIA-END.

       GER-AUDITORIA-CORPO.
        PERFORM AUDITORIA-ABRIR THRU AUDITORIA-ABRIR-END
        IF WS-RET-ABERTO = 'N'
            CONTINUE
        ELSE
            OPEN OUTPUT AUDPRT-FILE
            IF WS-AUDPRT-STATUS NOT = '00'
                STRING 'RELATORIO DE AUDITORIA - ' WS-ESCOLA-NOME
                    DELIMITED BY SIZE INTO AUDPRT-LINE
                WRITE AUDPRT-LINE
                IF WS-RET-ANO-CONSULTA NOT = ZERO
                    MOVE SPACES TO AUDPRT-LINE
                    STRING 'ANO ARQUIVADO: ' WS-RET-ANO-CONSULTA
                        '  ARQUIVO: ' WS-RET-NOME-ARQ
                        DELIMITED BY SIZE INTO AUDPRT-LINE
                    WRITE AUDPRT-LINE
                    IF WS-RET-VALIDO = 'N'
                        MOVE SPACES TO AUDPRT-LINE
                        STRING 'ATENCAO: ARQUIVO NAO CONFERE COM O '
                            'TRAILER.'
                            DELIMITED BY SIZE INTO AUDPRT-LINE
                        WRITE AUDPRT-LINE
                    END-IF
                END-IF
                MOVE ALL '-' TO AUDPRT-LINE
                WRITE AUDPRT-LINE
                MOVE 'N' TO WS-FIM-AUDIT
                PERFORM UNTIL WS-FIM-AUDIT = 'S'
                    PERFORM AUDITORIA-LER THRU AUDITORIA-LER-END
                    IF WS-FIM-AUDIT = 'N'
                        PERFORM AUDITORIA-FILTRAR
                            THRU AUDITORIA-FILTRAR-END
                        IF WS-AUD-IMPRIMIR = 'S'
                            PERFORM AUDITORIA-DETALHE
                                THRU AUDITORIA-DETALHE-END
                        END-IF
                    END-IF
                END-PERFORM
                IF WS-QTD-AUD-LINHAS = ZERO
                    MOVE 'NENHUMA ALTERACAO NO FILTRO INFORMADO.'
                END-IF
                CLOSE AUDPRT-FILE
            END-IF
            PERFORM AUDITORIA-FECHAR THRU AUDITORIA-FECHAR-END
        END-IF.
       GER-AUDITORIA-CORPO-END.

            ' MATERIA: ' AUD-MATERIA ' BIM: ' AUD-BIMESTRE
            DELIMITED BY SIZE INTO AUDPRT-LINE
        WRITE AUDPRT-LINE
        MOVE 'N' TO WS-AUD-TEXTO-LIVRE
        EVALUATE AUD-OPERACAO
            WHEN 'FECHAMENTO'
            WHEN 'REABERTURA'
            WHEN 'LOGINFALHA'
            WHEN 'BLOQUEIO'
            WHEN 'ACESSONEG'
            WHEN 'OPERADOR'
            WHEN 'ADMISSAO'
            WHEN 'BUSCAATIVA'
            WHEN 'ABANDONO'
            WHEN 'REINTEGRA'
            WHEN 'DEPNOTAS'
            WHEN 'DOCEMISSAO'
            WHEN 'DOCCANCELA'
            WHEN 'EXPURGO'
                MOVE 'S' TO WS-AUD-TEXTO-LIVRE
        END-EVALUATE
        IF WS-AUD-TEXTO-LIVRE = 'S'
            MOVE SPACES TO AUDPRT-LINE
            STRING 'ANTES : ' AUD-ANTES
                DELIMITED BY SIZE INTO AUDPRT-LINE
            WRITE AUDPRT-LINE
            MOVE SPACES TO AUDPRT-LINE
            STRING 'DEPOIS: ' AUD-DEPOIS
                DELIMITED BY SIZE INTO AUDPRT-LINE
            WRITE AUDPRT-LINE
        ELSE
        MOVE AUD-ANTES TO WS-AUD-IMAGEM
        PERFORM AUDITORIA-IMAGEM THRU AUDITORIA-IMAGEM-END
        MOVE SPACES TO AUDPRT-LINE
        STRING 'DEPOIS: ' WS-AUD-LINHA-IMG
            DELIMITED BY SIZE INTO AUDPRT-LINE
        WRITE AUDPRT-LINE
        END-IF
        MOVE SPACES TO AUDPRT-LINE
        WRITE AUDPRT-LINE
        ADD 1 TO WS-QTD-AUD-LINHAS.
                '. LANCAMENTO DE NOTAS BLOQUEADO.'
            MOVE 'N' TO WS-CAD-ENCONTRADO
        END-IF
        IF WS-CAD-ENCONTRADO = 'S'
           AND CAD-SITUACAO = 'ABANDONO'
            DISPLAY 'ALUNO EM SITUACAO DE ABANDONO. LANCAMENTO DE '
                'NOTAS BLOQUEADO.'
            MOVE 'N' TO WS-CAD-ENCONTRADO
        END-IF
        IF WS-CAD-ENCONTRADO = 'S'
            MOVE 4         TO WS-FEC-BIM-CONS
            MOVE CAD-TURMA TO WS-FEC-TURMA-CONS
            PERFORM VERIFICAR-BIMESTRE-FECHADO
                THRU VERIFICAR-BIMESTRE-FECHADO-END
            IF WS-BIM-FECHADO = 'S'
                DISPLAY '4o BIMESTRE FECHADO PARA A TURMA ' CAD-TURMA
                    '. RECUPERACAO BLOQUEADA.'
                MOVE 'N' TO WS-CAD-ENCONTRADO
            END-IF
        END-IF
        IF WS-CAD-ENCONTRADO = 'S'
            PERFORM TRAVAR-MATRICULA THRU TRAVAR-MATRICULA-END
            IF WS-TRAVA-OK = 'N'
                        DISPLAY 'ALUNO APROVADO PELO CONSELHO. '
                            'DECISAO MANTIDA.'
                    ELSE
                    IF ALU-STATUS-FINAL = 'APROV DEPENDENCIA'
                        DISPLAY 'ALUNO PROMOVIDO COM DEPENDENCIA NESTA '
                            'MATERIA. DECISAO MANTIDA.'
                    ELSE
                    IF ALU-STATUS-FINAL NOT = 'RECUPERACAO'
                       AND ALU-MEDIA-RECUP = ZERO
                        DISPLAY 'ALUNO NAO ESTA EM RECUPERACAO '
                        DISPLAY 'RESULTADO: ' ALU-STATUS-FINAL
                    END-IF
                    END-IF
                    END-IF
            END-READ
            PERFORM DESTRAVAR-MATRICULA
                THRU DESTRAVAR-MATRICULA-END
                    'TRANSFERIDO: ' REC-MATRICULA
                ADD 1 TO WS-QTD-REC-IGNORADAS
            ELSE
            IF WS-CAD-ENCONTRADO = 'S'
               AND CAD-SITUACAO = 'ABANDONO'
                DISPLAY 'RECUPERACAO IGNORADA - ALUNO EM '
                    'ABANDONO: ' REC-MATRICULA
                ADD 1 TO WS-QTD-REC-IGNORADAS
            ELSE
            MOVE 4        TO WS-FEC-BIM-CONS
            MOVE WS-TURMA TO WS-FEC-TURMA-CONS
            PERFORM VERIFICAR-BIMESTRE-FECHADO
                THRU VERIFICAR-BIMESTRE-FECHADO-END
            IF WS-BIM-FECHADO = 'S'
                DISPLAY 'RECUPERACAO IGNORADA - 4o BIMESTRE '
                    'FECHADO: ' REC-MATRICULA
                ADD 1 TO WS-QTD-REC-IGNORADAS
            ELSE
            MOVE REC-MATRICULA TO ALU-MATRICULA
            MOVE FUNCTION UPPER-CASE(REC-MATERIA) TO ALU-MATERIA
            READ ALUNOS-FILE
                            'APROVADO PELO CONSELHO: ' REC-MATRICULA
                        ADD 1 TO WS-QTD-REC-IGNORADAS
                    ELSE
                    IF ALU-STATUS-FINAL = 'APROV DEPENDENCIA'
                        DISPLAY 'RECUPERACAO IGNORADA - DEPENDENCIA '
                            'CONCEDIDA: ' REC-MATRICULA
                        ADD 1 TO WS-QTD-REC-IGNORADAS
                    ELSE
                    IF ALU-STATUS-FINAL NOT = 'RECUPERACAO'
                       AND ALU-MEDIA-RECUP = ZERO
                        DISPLAY 'RECUPERACAO IGNORADA - ALUNO NAO '
                        END-IF
                    END-IF
                    END-IF
                    END-IF
            END-READ
            END-IF
            END-IF
            END-IF
        END-IF.
       RECUPERACAO-LINHA-END.

                PERFORM CONVERTER-ARQUIVO-ANTIGO
                    THRU CONVERTER-ARQUIVO-ANTIGO-END
            WHEN '5'
                IF WS-OPR-PERFIL = 'T'
                    PERFORM UNIFICAR-MATRICULAS
                        THRU UNIFICAR-MATRICULAS-END
                ELSE
                    DISPLAY 'UNIFICACAO DE MATRICULAS RESTRITA AO '
                        'PERFIL TI.'
                    MOVE 'UNIFICAR MATRICULAS' TO WS-AUD-TEXTO-MATERIA
                    PERFORM REGISTRAR-ACESSO-NEGADO
                        THRU REGISTRAR-ACESSO-NEGADO-END
                END-IF
            WHEN '6'
                PERFORM TRANSFERIR-ALUNO THRU TRANSFERIR-ALUNO-END
            WHEN '7'
                NOT INVALID KEY
                    DISPLAY 'ALUNO CADASTRADO COM A MATRICULA '
                        CAD-MATRICULA
                    PERFORM AUDITAR-ADMISSAO
                        THRU AUDITAR-ADMISSAO-END
            END-WRITE
            PERFORM DESTRAVAR-INCLUSAO THRU DESTRAVAR-INCLUSAO-END
        END-IF.
            PERFORM VERIFICAR-ANO-ARQUIVADO
                THRU VERIFICAR-ANO-ARQUIVADO-END
            END-IF
            IF WS-ENCERRA-OK = 'S'
                PERFORM ABRIR-DEPENDENCIA-FILE
                    THRU ABRIR-DEPENDENCIA-FILE-END
                IF WS-DEPEND-STATUS = '00'
                    PERFORM DEPENDENCIA-APURAR-EXECUTAR
                        THRU DEPENDENCIA-APURAR-EXECUTAR-END
                    CLOSE DEPENDENCIA-FILE
                ELSE
                    MOVE 'N' TO WS-ENCERRA-OK
                END-IF
            END-IF
            IF WS-ENCERRA-OK = 'S'
                PERFORM ARQUIVAR-ALUNOS THRU ARQUIVAR-ALUNOS-END
            ELSE
        ELSE
            PERFORM REINICIAR-ALUNOS-FILE
                THRU REINICIAR-ALUNOS-FILE-END
            PERFORM REINICIAR-FECHAMENTO-FILE
                THRU REINICIAR-FECHAMENTO-FILE-END
            MOVE ZERO TO ALU-MATRICULA
            MOVE SPACES TO ALU-MATERIA
            MOVE SPACES TO ALU-TURMA
        IF WS-CAD-ENCONTRADO = 'N'
            MOVE SPACES TO WS-NOME
        END-IF
        MOVE ZERO TO WS-RET-ANO-CONSULTA
        DISPLAY 'ANO ARQUIVADO DE CONSELHO E CHAMADA (0 = NENHUM): '
        ACCEPT WS-RET-ANO-CONSULTA

        OPEN INPUT HISTORICO-FILE
        IF WS-HISTORICO-STATUS NOT = '00'
            END-READ
        END-PERFORM

        PERFORM HIST-DEPENDENCIAS THRU HIST-DEPENDENCIAS-END
        IF WS-RET-ANO-CONSULTA NOT = ZERO
            PERFORM HIST-ANO-ARQUIVADO THRU HIST-ANO-ARQUIVADO-END
        END-IF

        IF WS-QTD-HIST-LINHAS = ZERO
            MOVE 'NENHUM REGISTRO ARQUIVADO PARA O ALUNO.'
                TO HISTPRT-LINE
       RECEBER-TRANSFERENCIA-END.

       RECEBER-MATERIA.
        MOVE 'N' TO WS-FEC-RECUSADO
        MOVE WS-MATRICULA TO ALU-MATRICULA
        MOVE WS-MATERIA   TO ALU-MATERIA
        READ ALUNOS-FILE
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                MOVE CAD-TURMA TO WS-FEC-TURMA-CONS
                PERFORM VARYING WS-FEC-BIM-CONS FROM 1 BY 1
                        UNTIL WS-FEC-BIM-CONS >= WS-TRF-BIM-ATUAL
                           OR WS-FEC-RECUSADO = 'S'
                    PERFORM VERIFICAR-BIMESTRE-FECHADO
                        THRU VERIFICAR-BIMESTRE-FECHADO-END
                    IF WS-BIM-FECHADO = 'S'
                        MOVE 'S' TO WS-FEC-RECUSADO
                    END-IF
                END-PERFORM
        END-READ
        IF WS-FEC-RECUSADO = 'S'
            DISPLAY 'MATERIA JA LANCADA COM BIMESTRE FECHADO PARA A '
                'TURMA ' CAD-TURMA '. NOTAS NAO IMPORTADAS.'
        ELSE
        MOVE WS-MATRICULA TO ALU-MATRICULA
        MOVE WS-MATERIA   TO ALU-MATERIA
        MOVE CAD-TURMA    TO ALU-TURMA
        END-WRITE
        IF WS-ALUNOS-STATUS = '00'
            PERFORM GRAVAR-AUDITORIA THRU GRAVAR-AUDITORIA-END
        END-IF
        END-IF.
       RECEBER-MATERIA-END.

       PENDENCIA-LINHA-END.

       VERIFICAR-PEND-ENCERRAR.
        PERFORM DEPENDENCIA-PEND-ENCERRAR
            THRU DEPENDENCIA-PEND-ENCERRAR-END
        IF WS-ENCERRA-OK = 'N'
            CONTINUE
        ELSE
        PERFORM ABRIR-GRADE-FILE THRU ABRIR-GRADE-FILE-END
        IF WS-GRADE-STATUS NOT = '00'
            DISPLAY 'GRADE CURRICULAR INDISPONIVEL. PENDENCIAS NAO '
                    MOVE 'N' TO WS-ENCERRA-OK
                END-IF
            END-IF
        END-IF
        END-IF.
       VERIFICAR-PEND-ENCERRAR-END.

                NOT INVALID KEY
                    IF CAD-SITUACAO = 'UNIFICADA'
                       OR CAD-SITUACAO = 'TRANSFERID'
                       OR CAD-SITUACAO = 'ABANDONO'
                        MOVE 'S' TO WS-CARTA-PULAR
                    END-IF
            END-READ
                NOT AT END
                    IF CAD-SITUACAO NOT = 'UNIFICADA'
                       AND CAD-SITUACAO NOT = 'TRANSFERID'
                       AND CAD-SITUACAO NOT = 'ABANDONO'
                        PERFORM VERIF-FREQ-ALUNO
                            THRU VERIF-FREQ-ALUNO-END
                    END-IF
        END-IF.
       REPETENCIA-LINHA-END.

       ABRIR-PROGRESSAO-FILE.
        OPEN I-O PROGRESSAO-FILE.
        IF WS-PROGRESSAO-STATUS = '35'
            OPEN OUTPUT PROGRESSAO-FILE
            CLOSE PROGRESSAO-FILE
            OPEN I-O PROGRESSAO-FILE
        END-IF.
        IF WS-PROGRESSAO-STATUS NOT = '00'
            DISPLAY 'ERRO AO ABRIR PROGRESSAO.DAT: '
                WS-PROGRESSAO-STATUS
        END-IF.
       ABRIR-PROGRESSAO-FILE-END.

       MENU-REMATRICULA.
        PERFORM ABRIR-PROGRESSAO-FILE THRU ABRIR-PROGRESSAO-FILE-END
        IF WS-PROGRESSAO-STATUS = '00'
            MOVE SPACE TO WS-OPCAO-REMAT
            PERFORM MENU-REMATRICULA-OPCAO
                THRU MENU-REMATRICULA-OPCAO-END
                UNTIL WS-OPCAO-REMAT = '0'
            CLOSE PROGRESSAO-FILE
        END-IF.
       MENU-REMATRICULA-END.

       MENU-REMATRICULA-OPCAO.
        DISPLAY ' '
        DISPLAY '*** REMATRICULA E ENTURMACAO ***'
        DISPLAY '1 - INCLUIR/ALTERAR PROGRESSAO DE TURMA'
        DISPLAY '2 - EXCLUIR PROGRESSAO DE TURMA'
        DISPLAY '3 - LISTAR TABELA DE PROGRESSAO'
        DISPLAY '4 - REMATRICULA DO ANO ENCERRADO'
        DISPLAY '0 - VOLTAR'
        DISPLAY 'ESCOLHA UMA OPCAO: '
        ACCEPT WS-OPCAO-REMAT.

        EVALUATE WS-OPCAO-REMAT
            WHEN '1'
                PERFORM INCLUIR-PROGRESSAO
                    THRU INCLUIR-PROGRESSAO-END
            WHEN '2'
                PERFORM EXCLUIR-PROGRESSAO
                    THRU EXCLUIR-PROGRESSAO-END
            WHEN '3'
                PERFORM LISTAR-PROGRESSAO
                    THRU LISTAR-PROGRESSAO-END
            WHEN '4'
                PERFORM REMATRICULA THRU REMATRICULA-END
            WHEN '0'
                CONTINUE
            WHEN OTHER
                DISPLAY 'OPCAO INVALIDA.'
        END-EVALUATE.
       MENU-REMATRICULA-OPCAO-END.

       ENTRAR-TURMA-PROGRESSAO.
        MOVE SPACES TO WS-TURMA-NOVA
        DISPLAY 'TURMA NO ANO ENCERRADO: '
        ACCEPT WS-TURMA-NOVA
        MOVE FUNCTION UPPER-CASE(WS-TURMA-NOVA) TO WS-TURMA-NOVA.
       ENTRAR-TURMA-PROGRESSAO-END.

       INCLUIR-PROGRESSAO.
        PERFORM ENTRAR-TURMA-PROGRESSAO
            THRU ENTRAR-TURMA-PROGRESSAO-END
        IF WS-TURMA-NOVA = SPACES
            DISPLAY 'TURMA NAO INFORMADA.'
        ELSE
            MOVE WS-TURMA-NOVA TO PRG-TURMA
            READ PROGRESSAO-FILE
                INVALID KEY
                    MOVE 'N' TO WS-PRG-ENCONTRADO
                NOT INVALID KEY
                    MOVE 'S' TO WS-PRG-ENCONTRADO
                    DISPLAY 'TURMA DOS APROVADOS..: ' PRG-PROMOCAO
                    DISPLAY 'TURMA DOS RETIDOS....: ' PRG-RETENCAO
                    DISPLAY 'CAPACIDADE...........: ' PRG-CAPACIDADE
            END-READ
            MOVE WS-TURMA-NOVA TO PRG-TURMA
            MOVE SPACES TO PRG-PROMOCAO
            DISPLAY 'TURMA DOS APROVADOS NO ANO SEGUINTE'
            DISPLAY '(BRANCO = SERIE FINAL, ALUNOS CONCLUINTES): '
            ACCEPT PRG-PROMOCAO
            MOVE FUNCTION UPPER-CASE(PRG-PROMOCAO) TO PRG-PROMOCAO
            MOVE SPACES TO PRG-RETENCAO
            DISPLAY 'TURMA DOS RETIDOS (BRANCO = MESMA TURMA): '
            ACCEPT PRG-RETENCAO
            MOVE FUNCTION UPPER-CASE(PRG-RETENCAO) TO PRG-RETENCAO
            IF PRG-RETENCAO = SPACES
                MOVE PRG-TURMA TO PRG-RETENCAO
            END-IF
            MOVE ZERO TO PRG-CAPACIDADE
            DISPLAY 'CAPACIDADE DA TURMA ' PRG-TURMA
                ' (0 = SEM LIMITE): '
            ACCEPT PRG-CAPACIDADE
            IF WS-PRG-ENCONTRADO = 'S'
                REWRITE PRG-REGISTRO
                    INVALID KEY
                        DISPLAY 'ERRO AO ALTERAR PROGRESSAO: '
                            WS-PROGRESSAO-STATUS
                    NOT INVALID KEY
                        DISPLAY 'PROGRESSAO DA TURMA ALTERADA.'
                END-REWRITE
            ELSE
                WRITE PRG-REGISTRO
                    INVALID KEY
                        DISPLAY 'ERRO AO INCLUIR PROGRESSAO: '
                            WS-PROGRESSAO-STATUS
                    NOT INVALID KEY
                        DISPLAY 'PROGRESSAO DA TURMA INCLUIDA.'
                END-WRITE
            END-IF
        END-IF.
       INCLUIR-PROGRESSAO-END.

       EXCLUIR-PROGRESSAO.
        PERFORM ENTRAR-TURMA-PROGRESSAO
            THRU ENTRAR-TURMA-PROGRESSAO-END
        MOVE WS-TURMA-NOVA TO PRG-TURMA
        DELETE PROGRESSAO-FILE RECORD
            INVALID KEY
                DISPLAY 'TURMA NAO CONSTA NA TABELA DE PROGRESSAO.'
            NOT INVALID KEY
                DISPLAY 'PROGRESSAO DA TURMA EXCLUIDA.'
        END-DELETE.
       EXCLUIR-PROGRESSAO-END.

       LISTAR-PROGRESSAO.
        MOVE ZERO TO WS-QTD-PRG-TURMAS
        MOVE 'N' TO WS-FIM-PROGRESSAO
        MOVE LOW-VALUES TO PRG-TURMA
        START PROGRESSAO-FILE KEY IS NOT LESS THAN PRG-TURMA
            INVALID KEY
                MOVE 'S' TO WS-FIM-PROGRESSAO
        END-START
        DISPLAY 'TURMA      APROVADOS  RETIDOS    CAPACIDADE'
        PERFORM UNTIL WS-FIM-PROGRESSAO = 'S'
            READ PROGRESSAO-FILE NEXT RECORD
                AT END
                    MOVE 'S' TO WS-FIM-PROGRESSAO
                NOT AT END
                    ADD 1 TO WS-QTD-PRG-TURMAS
                    IF PRG-PROMOCAO = SPACES
                        DISPLAY PRG-TURMA ' CONCLUINTE ' PRG-RETENCAO
                            ' ' PRG-CAPACIDADE
                    ELSE
                        DISPLAY PRG-TURMA ' ' PRG-PROMOCAO ' '
                            PRG-RETENCAO ' ' PRG-CAPACIDADE
                    END-IF
            END-READ
        END-PERFORM
        IF WS-QTD-PRG-TURMAS = ZERO
            DISPLAY 'TABELA DE PROGRESSAO VAZIA.'
        END-IF.
       LISTAR-PROGRESSAO-END.

       REMATRICULA.
        PERFORM VERIFICAR-EXCLUSIVO THRU VERIFICAR-EXCLUSIVO-END
        IF WS-EXCLUSIVO-OK = 'N'
            DISPLAY 'REMATRICULA CANCELADA.'
        ELSE
            PERFORM REMATRICULA-CORPO
                THRU REMATRICULA-CORPO-END
            PERFORM DESTRAVAR-EXCLUSIVO
                THRU DESTRAVAR-EXCLUSIVO-END
        END-IF.
       REMATRICULA-END.

       REMATRICULA-CORPO.
        DISPLAY 'ANO LETIVO ENCERRADO (AAAA): '
        ACCEPT WS-ANO-LETIVO
        PERFORM UNTIL WS-ANO-LETIVO >= 1900 AND WS-ANO-LETIVO <= 2999
            DISPLAY 'ANO INVALIDO. DIGITE O ANO COM 4 DIGITOS.'
            DISPLAY 'ANO LETIVO ENCERRADO (AAAA): '
            ACCEPT WS-ANO-LETIVO
        END-PERFORM

        OPEN INPUT HISTORICO-FILE
        IF WS-HISTORICO-STATUS NOT = '00'
            DISPLAY 'NENHUM HISTORICO ARQUIVADO ATE O MOMENTO.'
            DISPLAY 'REMATRICULA CANCELADA.'
        ELSE
            PERFORM LOCALIZAR-ANO-HISTORICO
                THRU LOCALIZAR-ANO-HISTORICO-END
            IF WS-ANO-JA-ARQUIVADO = 'N'
                DISPLAY 'O ANO LETIVO ' WS-ANO-LETIVO
                    ' NAO FOI ENCERRADO.'
                DISPLAY 'ENCERRE O ANO LETIVO ANTES DA REMATRICULA.'
                CLOSE HISTORICO-FILE
            ELSE
                MOVE 'N' TO WS-DEP-ABERTO
                OPEN INPUT DEPENDENCIA-FILE
                IF WS-DEPEND-STATUS = '00'
                    MOVE 'S' TO WS-DEP-ABERTO
                END-IF
                PERFORM REMATRICULA-PROPOR
                    THRU REMATRICULA-PROPOR-END
                IF WS-DEP-ABERTO = 'S'
                    CLOSE DEPENDENCIA-FILE
                    MOVE 'N' TO WS-DEP-ABERTO
                END-IF
                CLOSE HISTORICO-FILE
                PERFORM REMATRICULA-IMPRIMIR
                    THRU REMATRICULA-IMPRIMIR-END
                PERFORM REMATRICULA-CONFIRMAR
                    THRU REMATRICULA-CONFIRMAR-END
            END-IF
        END-IF.
       REMATRICULA-CORPO-END.

       LOCALIZAR-ANO-HISTORICO.
        MOVE 'N' TO WS-ANO-JA-ARQUIVADO
        MOVE WS-ANO-LETIVO TO HIS-ANO-LETIVO
        MOVE ZERO TO HIS-MATRICULA
        MOVE LOW-VALUES TO HIS-MATERIA
        START HISTORICO-FILE KEY IS NOT LESS THAN HIS-CHAVE
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                READ HISTORICO-FILE NEXT RECORD
                    AT END
                        CONTINUE
                    NOT AT END
                        IF HIS-ANO-LETIVO = WS-ANO-LETIVO
                            MOVE 'S' TO WS-ANO-JA-ARQUIVADO
                        END-IF
                END-READ
        END-START.
       LOCALIZAR-ANO-HISTORICO-END.

       REMATRICULA-PROPOR.
        MOVE ZERO TO WS-QTD-REM
        MOVE ZERO TO WS-QTD-RTU
        MOVE ZERO TO WS-QTD-REM-PROMOVIDOS
        MOVE ZERO TO WS-QTD-REM-RETIDOS
        MOVE ZERO TO WS-QTD-REM-NOVOS
        MOVE ZERO TO WS-QTD-REM-CONCLUINTES
        MOVE ZERO TO WS-QTD-REM-PENDENTES
        MOVE ZERO TO WS-QTD-REM-ALTERAR
        MOVE 'N' TO WS-REM-TRUNCADO
        MOVE 'N' TO WS-FIM-CADASTRO
        MOVE ZERO TO CAD-MATRICULA
        START CADASTRO-FILE KEY IS NOT LESS THAN CAD-MATRICULA
            INVALID KEY
                MOVE 'S' TO WS-FIM-CADASTRO
        END-START
        PERFORM UNTIL WS-FIM-CADASTRO = 'S'
            READ CADASTRO-FILE NEXT RECORD
                AT END
                    MOVE 'S' TO WS-FIM-CADASTRO
                NOT AT END
                    IF CAD-SITUACAO = 'ATIVO'
                        PERFORM REMATRICULA-ALUNO
                            THRU REMATRICULA-ALUNO-END
                    END-IF
            END-READ
        END-PERFORM.
       REMATRICULA-PROPOR-END.

       REMATRICULA-ALUNO.
        IF WS-QTD-REM >= 2000
            MOVE 'S' TO WS-REM-TRUNCADO
        ELSE
            PERFORM REMATRICULA-HISTORICO
                THRU REMATRICULA-HISTORICO-END
            PERFORM REMATRICULA-DEPENDENCIA
                THRU REMATRICULA-DEPENDENCIA-END
            PERFORM REMATRICULA-CLASSIFICAR
                THRU REMATRICULA-CLASSIFICAR-END
            ADD 1 TO WS-QTD-REM
            MOVE CAD-MATRICULA TO WS-REM-MATRICULA(WS-QTD-REM)
            MOVE CAD-NOME      TO WS-REM-NOME(WS-QTD-REM)
            MOVE CAD-TURMA     TO WS-REM-ATUAL(WS-QTD-REM)
            MOVE WS-REM-DESTINO TO WS-REM-TURMA-DESTINO(WS-QTD-REM)
            MOVE WS-REM-RESULTADO TO WS-REM-SITUACAO(WS-QTD-REM)
            IF WS-REM-DESTINO NOT = SPACES
                PERFORM REMATRICULA-CONTAR-TURMA
                    THRU REMATRICULA-CONTAR-TURMA-END
                IF WS-REM-DESTINO NOT = CAD-TURMA
                    ADD 1 TO WS-QTD-REM-ALTERAR
                END-IF
            END-IF
        END-IF.
       REMATRICULA-ALUNO-END.

       REMATRICULA-HISTORICO.
        MOVE ZERO TO WS-REM-HIS-QTD
        MOVE ZERO TO WS-REM-HIS-REPROV
        MOVE ZERO TO WS-REM-HIS-SEM-RES
        MOVE SPACES TO WS-REM-HIS-TURMA
        MOVE 'N' TO WS-FIM-REM-HIS
        MOVE WS-ANO-LETIVO TO HIS-ANO-LETIVO
        MOVE CAD-MATRICULA TO HIS-MATRICULA
        MOVE LOW-VALUES TO HIS-MATERIA
        START HISTORICO-FILE KEY IS NOT LESS THAN HIS-CHAVE
            INVALID KEY
                MOVE 'S' TO WS-FIM-REM-HIS
        END-START
        PERFORM UNTIL WS-FIM-REM-HIS = 'S'
            READ HISTORICO-FILE NEXT RECORD
                AT END
                    MOVE 'S' TO WS-FIM-REM-HIS
                NOT AT END
                    IF HIS-ANO-LETIVO NOT = WS-ANO-LETIVO
                       OR HIS-MATRICULA NOT = CAD-MATRICULA
                        MOVE 'S' TO WS-FIM-REM-HIS
                    ELSE
                        ADD 1 TO WS-REM-HIS-QTD
                        IF WS-REM-HIS-TURMA = SPACES
                            MOVE HIS-TURMA TO WS-REM-HIS-TURMA
                        END-IF
                        EVALUATE HIS-STATUS-FINAL
                            WHEN 'APROVADO'
                            WHEN 'APROV CONSELHO'
                            WHEN 'APROV DEPENDENCIA'
                                CONTINUE
                            WHEN 'REPROVADO'
                            WHEN 'REPROVADO POR FALTA'
                                ADD 1 TO WS-REM-HIS-REPROV
                            WHEN OTHER
                                ADD 1 TO WS-REM-HIS-SEM-RES
                        END-EVALUATE
                    END-IF
            END-READ
        END-PERFORM.
       REMATRICULA-HISTORICO-END.

       REMATRICULA-CLASSIFICAR.
        MOVE SPACES TO WS-REM-DESTINO
        IF WS-REM-HIS-QTD = ZERO
            MOVE 'MATRICULA NOVA' TO WS-REM-RESULTADO
            MOVE CAD-TURMA TO WS-REM-DESTINO
            ADD 1 TO WS-QTD-REM-NOVOS
        ELSE
            IF WS-REM-HIS-SEM-RES > ZERO
                MOVE 'SEM RESULTADO' TO WS-REM-RESULTADO
                ADD 1 TO WS-QTD-REM-PENDENTES
            ELSE
                MOVE WS-REM-HIS-TURMA TO PRG-TURMA
                READ PROGRESSAO-FILE
                    INVALID KEY
                        MOVE 'SEM PROGRESSAO' TO WS-REM-RESULTADO
                        ADD 1 TO WS-QTD-REM-PENDENTES
                    NOT INVALID KEY
                        IF WS-REM-HIS-REPROV > ZERO
                           OR WS-REM-DEP-PEND > ZERO
                            IF WS-REM-HIS-REPROV > ZERO
                                MOVE 'RETIDO' TO WS-REM-RESULTADO
                            ELSE
                                MOVE 'RETIDO DEPEND.'
                                    TO WS-REM-RESULTADO
                            END-IF
                            MOVE PRG-RETENCAO TO WS-REM-DESTINO
                            IF WS-REM-DESTINO = SPACES
                                MOVE PRG-TURMA TO WS-REM-DESTINO
                            END-IF
                            ADD 1 TO WS-QTD-REM-RETIDOS
                        ELSE
                            IF PRG-PROMOCAO = SPACES
                                MOVE 'CONCLUINTE' TO WS-REM-RESULTADO
                                ADD 1 TO WS-QTD-REM-CONCLUINTES
                            ELSE
                                MOVE 'PROMOVIDO' TO WS-REM-RESULTADO
                                MOVE PRG-PROMOCAO TO WS-REM-DESTINO
                                ADD 1 TO WS-QTD-REM-PROMOVIDOS
                            END-IF
                        END-IF
                END-READ
            END-IF
        END-IF.
       REMATRICULA-CLASSIFICAR-END.

       REMATRICULA-CONTAR-TURMA.
        MOVE 'N' TO WS-RTU-ACHADO
        PERFORM VARYING WS-RTU-I FROM 1 BY 1
                UNTIL WS-RTU-I > WS-QTD-RTU
            IF WS-RTU-TURMA(WS-RTU-I) = WS-REM-DESTINO
                MOVE 'S' TO WS-RTU-ACHADO
                MOVE WS-RTU-I TO WS-RTU-ACHADO-IDX
            END-IF
        END-PERFORM
        IF WS-RTU-ACHADO = 'N'
           AND WS-QTD-RTU < 50
            ADD 1 TO WS-QTD-RTU
            MOVE WS-QTD-RTU TO WS-RTU-ACHADO-IDX
            MOVE WS-REM-DESTINO TO WS-RTU-TURMA(WS-RTU-ACHADO-IDX)
            MOVE ZERO TO WS-RTU-QTD(WS-RTU-ACHADO-IDX)
            MOVE 'S' TO WS-RTU-ACHADO
        END-IF
        IF WS-RTU-ACHADO = 'S'
            ADD 1 TO WS-RTU-QTD(WS-RTU-ACHADO-IDX)
        END-IF.
       REMATRICULA-CONTAR-TURMA-END.

       ORDENAR-REM-TURMAS.
        PERFORM VARYING WS-RTU-I FROM 1 BY 1
                UNTIL WS-RTU-I >= WS-QTD-RTU
            COMPUTE WS-RTU-K = WS-QTD-RTU - WS-RTU-I
            PERFORM VARYING WS-RTU-J FROM 1 BY 1
                    UNTIL WS-RTU-J > WS-RTU-K
                IF WS-RTU-TURMA(WS-RTU-J) >
                   WS-RTU-TURMA(WS-RTU-J + 1)
                    MOVE WS-RTU-ENTRY(WS-RTU-J)
                        TO WS-RTU-SALVO
                    MOVE WS-RTU-ENTRY(WS-RTU-J + 1)
                        TO WS-RTU-ENTRY(WS-RTU-J)
                    MOVE WS-RTU-SALVO
                        TO WS-RTU-ENTRY(WS-RTU-J + 1)
                END-IF
            END-PERFORM
        END-PERFORM.
       ORDENAR-REM-TURMAS-END.

       REMATRICULA-IMPRIMIR.
        MOVE ZERO TO WS-QTD-REM-EXCEDIDAS
        OPEN OUTPUT REMPRT-FILE
        IF WS-REMPRT-STATUS NOT = '00'
            DISPLAY 'ERRO AO ABRIR REMATRIC.PRT: ' WS-REMPRT-STATUS
        ELSE
            MOVE SPACES TO REMPRT-LINE
            STRING 'PROPOSTA DE ENTURMACAO - ' WS-ESCOLA-NOME
                DELIMITED BY SIZE INTO REMPRT-LINE
            WRITE REMPRT-LINE
            MOVE SPACES TO REMPRT-LINE
            STRING 'RESULTADOS DO ANO LETIVO ' WS-ANO-LETIVO
                DELIMITED BY SIZE INTO REMPRT-LINE
            WRITE REMPRT-LINE
            MOVE '----------------------------------------'
                TO REMPRT-LINE
            WRITE REMPRT-LINE

            PERFORM ORDENAR-REM-TURMAS THRU ORDENAR-REM-TURMAS-END
            PERFORM VARYING WS-RTU-I FROM 1 BY 1
                    UNTIL WS-RTU-I > WS-QTD-RTU
                PERFORM REMATRICULA-IMPRIMIR-TURMA
                    THRU REMATRICULA-IMPRIMIR-TURMA-END
            END-PERFORM

            IF WS-QTD-REM-CONCLUINTES > ZERO
                MOVE SPACES TO REMPRT-LINE
                WRITE REMPRT-LINE
                MOVE 'CONCLUINTES (SERIE FINAL, SEM NOVA TURMA):'
                    TO REMPRT-LINE
                WRITE REMPRT-LINE
                PERFORM VARYING WS-REM-I FROM 1 BY 1
                        UNTIL WS-REM-I > WS-QTD-REM
                    IF WS-REM-SITUACAO(WS-REM-I) = 'CONCLUINTE'
                        PERFORM REMATRICULA-LINHA
                            THRU REMATRICULA-LINHA-END
                    END-IF
                END-PERFORM
            END-IF

            IF WS-QTD-REM-PENDENTES > ZERO
                MOVE SPACES TO REMPRT-LINE
                WRITE REMPRT-LINE
                MOVE 'PENDENTES (NAO ENTURMADOS, PERMANECEM NA TURMA):'
                    TO REMPRT-LINE
                WRITE REMPRT-LINE
                PERFORM VARYING WS-REM-I FROM 1 BY 1
                        UNTIL WS-REM-I > WS-QTD-REM
                    IF WS-REM-TURMA-DESTINO(WS-REM-I) = SPACES
                       AND WS-REM-SITUACAO(WS-REM-I) NOT = 'CONCLUINTE'
                        PERFORM REMATRICULA-LINHA
                            THRU REMATRICULA-LINHA-END
                    END-IF
                END-PERFORM
            END-IF

            MOVE '----------------------------------------'
                TO REMPRT-LINE
            WRITE REMPRT-LINE
            MOVE SPACES TO REMPRT-LINE
            STRING 'PROMOVIDOS: ' WS-QTD-REM-PROMOVIDOS
                '  RETIDOS: ' WS-QTD-REM-RETIDOS
                '  MATRICULAS NOVAS: ' WS-QTD-REM-NOVOS
                DELIMITED BY SIZE INTO REMPRT-LINE
            WRITE REMPRT-LINE
            MOVE SPACES TO REMPRT-LINE
            STRING 'CONCLUINTES: ' WS-QTD-REM-CONCLUINTES
                '  PENDENTES: ' WS-QTD-REM-PENDENTES
                '  MUDANCAS DE TURMA: ' WS-QTD-REM-ALTERAR
                DELIMITED BY SIZE INTO REMPRT-LINE
            WRITE REMPRT-LINE
            IF WS-QTD-REM-EXCEDIDAS > ZERO
                MOVE SPACES TO REMPRT-LINE
                STRING 'TURMAS ACIMA DA CAPACIDADE: '
                    WS-QTD-REM-EXCEDIDAS
                    DELIMITED BY SIZE INTO REMPRT-LINE
                WRITE REMPRT-LINE
            END-IF
            IF WS-REM-TRUNCADO = 'S'
                MOVE 'ATENCAO: LIMITE DE 2000 ALUNOS ATINGIDO.'
                    TO REMPRT-LINE
                WRITE REMPRT-LINE
            END-IF
            CLOSE REMPRT-FILE
            DISPLAY 'PROPOSTA DE ENTURMACAO GRAVADA EM REMATRIC.PRT ('
                WS-QTD-REM ' ALUNOS).'
        END-IF.
       REMATRICULA-IMPRIMIR-END.

       REMATRICULA-IMPRIMIR-TURMA.
        MOVE SPACES TO REMPRT-LINE
        WRITE REMPRT-LINE
        MOVE WS-RTU-TURMA(WS-RTU-I) TO PRG-TURMA
        READ PROGRESSAO-FILE
            INVALID KEY
                MOVE ZERO TO PRG-CAPACIDADE
        END-READ
        MOVE SPACES TO REMPRT-LINE
        IF PRG-CAPACIDADE = ZERO
            STRING 'TURMA ' WS-RTU-TURMA(WS-RTU-I)
                '  ALUNOS: ' WS-RTU-QTD(WS-RTU-I)
                '  CAPACIDADE: NAO INFORMADA'
                DELIMITED BY SIZE INTO REMPRT-LINE
            WRITE REMPRT-LINE
        ELSE
            STRING 'TURMA ' WS-RTU-TURMA(WS-RTU-I)
                '  ALUNOS: ' WS-RTU-QTD(WS-RTU-I)
                '  CAPACIDADE: ' PRG-CAPACIDADE
                DELIMITED BY SIZE INTO REMPRT-LINE
            WRITE REMPRT-LINE
            IF WS-RTU-QTD(WS-RTU-I) > PRG-CAPACIDADE
                ADD 1 TO WS-QTD-REM-EXCEDIDAS
                COMPUTE WS-REM-EXCESSO =
                    WS-RTU-QTD(WS-RTU-I) - PRG-CAPACIDADE
                MOVE SPACES TO REMPRT-LINE
                STRING '  *** ATENCAO: CAPACIDADE EXCEDIDA EM '
                    WS-REM-EXCESSO ' ALUNO(S) ***'
                    DELIMITED BY SIZE INTO REMPRT-LINE
                WRITE REMPRT-LINE
                DISPLAY 'ATENCAO: TURMA ' WS-RTU-TURMA(WS-RTU-I)
                    ' EXCEDE A CAPACIDADE EM ' WS-REM-EXCESSO
                    ' ALUNO(S).'
            END-IF
        END-IF
        PERFORM VARYING WS-REM-I FROM 1 BY 1
                UNTIL WS-REM-I > WS-QTD-REM
            IF WS-REM-TURMA-DESTINO(WS-REM-I) = WS-RTU-TURMA(WS-RTU-I)
                PERFORM REMATRICULA-LINHA THRU REMATRICULA-LINHA-END
            END-IF
        END-PERFORM.
       REMATRICULA-IMPRIMIR-TURMA-END.

       REMATRICULA-LINHA.
        MOVE SPACES TO REMPRT-LINE
        STRING '  ' WS-REM-MATRICULA(WS-REM-I) ' '
            WS-REM-NOME(WS-REM-I) ' '
            WS-REM-SITUACAO(WS-REM-I) ' DE '
            WS-REM-ATUAL(WS-REM-I)
            DELIMITED BY SIZE INTO REMPRT-LINE
        WRITE REMPRT-LINE.
       REMATRICULA-LINHA-END.

       REMATRICULA-CONFIRMAR.
        DISPLAY 'PROMOVIDOS: ' WS-QTD-REM-PROMOVIDOS
            '  RETIDOS: ' WS-QTD-REM-RETIDOS
            '  CONCLUINTES: ' WS-QTD-REM-CONCLUINTES
        DISPLAY 'PENDENTES: ' WS-QTD-REM-PENDENTES
            '  MUDANCAS DE TURMA: ' WS-QTD-REM-ALTERAR
        IF WS-REM-TRUNCADO = 'S'
            DISPLAY 'LIMITE DE 2000 ALUNOS ATINGIDO. A REMATRICULA'
            DISPLAY 'NAO PODE SER EFETIVADA NESTA EXECUCAO.'
        ELSE
            IF WS-QTD-REM-ALTERAR = ZERO
                DISPLAY 'NENHUMA MUDANCA DE TURMA A EFETIVAR.'
            ELSE
                IF WS-QTD-REM-EXCEDIDAS > ZERO
                    DISPLAY 'ATENCAO: ' WS-QTD-REM-EXCEDIDAS
                        ' TURMA(S) ACIMA DA CAPACIDADE.'
                END-IF
                DISPLAY 'CONFIRA A PROPOSTA EM REMATRIC.PRT.'
                DISPLAY 'CONFIRMA A ENTURMACAO PROPOSTA (S/N)? '
                ACCEPT WS-CONFIRMA
                MOVE FUNCTION UPPER-CASE(WS-CONFIRMA) TO WS-CONFIRMA
                IF WS-CONFIRMA = 'S'
                    PERFORM REMATRICULA-EFETIVAR
                        THRU REMATRICULA-EFETIVAR-END
                ELSE
                    DISPLAY 'REMATRICULA CANCELADA.'
                END-IF
            END-IF
        END-IF.
       REMATRICULA-CONFIRMAR-END.

       REMATRICULA-EFETIVAR.
        MOVE ZERO TO WS-QTD-REM-ALTERADOS
        PERFORM VARYING WS-REM-I FROM 1 BY 1
                UNTIL WS-REM-I > WS-QTD-REM
            IF WS-REM-TURMA-DESTINO(WS-REM-I) NOT = SPACES
               AND WS-REM-TURMA-DESTINO(WS-REM-I) NOT =
                   WS-REM-ATUAL(WS-REM-I)
                PERFORM REMATRICULA-GRAVAR
                    THRU REMATRICULA-GRAVAR-END
            END-IF
        END-PERFORM
        DISPLAY 'REMATRICULA CONCLUIDA. ALUNOS ENTURMADOS: '
            WS-QTD-REM-ALTERADOS.
       REMATRICULA-EFETIVAR-END.

       REMATRICULA-GRAVAR.
        MOVE WS-REM-MATRICULA(WS-REM-I) TO CAD-MATRICULA
        READ CADASTRO-FILE
            INVALID KEY
                DISPLAY 'MATRICULA NAO ENCONTRADA: ' CAD-MATRICULA
            NOT INVALID KEY
                IF CAD-SITUACAO NOT = 'ATIVO'
                    DISPLAY 'MATRICULA ' CAD-MATRICULA
                        ' NAO ESTA ATIVA. NAO REMATRICULADA.'
                ELSE
                    MOVE WS-REM-TURMA-DESTINO(WS-REM-I) TO CAD-TURMA
                    REWRITE CAD-REGISTRO
                        INVALID KEY
                            DISPLAY 'ERRO AO ATUALIZAR CADASTRO: '
                                WS-CADASTRO-STATUS
                        NOT INVALID KEY
                            ADD 1 TO WS-QTD-REM-ALTERADOS
                            PERFORM REMATRICULA-AUDITORIA
                                THRU REMATRICULA-AUDITORIA-END
                            MOVE CAD-MATRICULA TO WS-MATRICULA
                            MOVE CAD-NOME      TO WS-NOME
                            MOVE CAD-TURMA     TO WS-TURMA
                            PERFORM ATUALIZAR-ALUNOS-CADASTRO
                                THRU ATUALIZAR-ALUNOS-CADASTRO-END
                    END-REWRITE
                END-IF
        END-READ.
       REMATRICULA-GRAVAR-END.

       REMATRICULA-AUDITORIA.
        MOVE CAD-MATRICULA TO ALU-MATRICULA
        MOVE SPACES TO ALU-MATERIA
        STRING 'REMATRICULA DE ' WS-REM-ATUAL(WS-REM-I)
            DELIMITED BY SIZE INTO ALU-MATERIA
        MOVE CAD-TURMA TO ALU-TURMA
        MOVE ZERO TO ALU-MEDIA-FINAL
        MOVE ZERO TO ALU-NOTA-RECUP
        MOVE ZERO TO ALU-MEDIA-RECUP
        MOVE WS-REM-SITUACAO(WS-REM-I) TO ALU-STATUS-FINAL
        MOVE ZERO TO WS-AUD-BIMESTRE
        MOVE SPACES TO WS-AUD-ANTES-SALVA
        MOVE 'REMATRICUL' TO WS-AUD-OPERACAO
        PERFORM GRAVAR-AUDITORIA THRU GRAVAR-AUDITORIA-END.
       REMATRICULA-AUDITORIA-END.

       ABRIR-CALENDARIO-FILE.
        OPEN I-O CALENDARIO-FILE.
        IF WS-CALENDARIO-STATUS = '35'
            OPEN OUTPUT CALENDARIO-FILE
            CLOSE CALENDARIO-FILE
            OPEN I-O CALENDARIO-FILE
        END-IF.
        IF WS-CALENDARIO-STATUS NOT = '00'
            DISPLAY 'ERRO AO ABRIR CALENDARIO.DAT: '
                WS-CALENDARIO-STATUS
        END-IF.
       ABRIR-CALENDARIO-FILE-END.

       MENU-CALENDARIO.
        PERFORM ABRIR-CALENDARIO-FILE THRU ABRIR-CALENDARIO-FILE-END
        IF WS-CALENDARIO-STATUS = '00'
            MOVE SPACE TO WS-OPCAO-CALEND
            PERFORM MENU-CALENDARIO-OPCAO
                THRU MENU-CALENDARIO-OPCAO-END
                UNTIL WS-OPCAO-CALEND = '0'
            CLOSE CALENDARIO-FILE
        END-IF.
       MENU-CALENDARIO-END.

       MENU-CALENDARIO-OPCAO.
        DISPLAY ' '
        DISPLAY '*** CALENDARIO ESCOLAR ***'
        DISPLAY '1 - DEFINIR PERIODO DE BIMESTRE'
        DISPLAY '2 - MARCAR DIA (LETIVO/FERIADO/RECESSO/SABADO)'
        DISPLAY '3 - EXCLUIR MARCACAO DE DIA'
        DISPLAY '4 - CONSULTAR CALENDARIO DO MES'
        DISPLAY '5 - RELATORIO DE DIAS LETIVOS'
        DISPLAY '0 - VOLTAR'
        DISPLAY 'ESCOLHA UMA OPCAO: '
        ACCEPT WS-OPCAO-CALEND.

        EVALUATE WS-OPCAO-CALEND
            WHEN '1'
                PERFORM DEFINIR-BIMESTRE-CALEND
                    THRU DEFINIR-BIMESTRE-CALEND-END
            WHEN '2'
                PERFORM MARCAR-DIA-CALENDARIO
                    THRU MARCAR-DIA-CALENDARIO-END
            WHEN '3'
                PERFORM EXCLUIR-DIA-CALENDARIO
                    THRU EXCLUIR-DIA-CALENDARIO-END
            WHEN '4'
                PERFORM CONSULTAR-MES-CALENDARIO
                    THRU CONSULTAR-MES-CALENDARIO-END
            WHEN '5'
                CLOSE CALENDARIO-FILE
                PERFORM DIAS-LETIVOS-RELATORIO
                    THRU DIAS-LETIVOS-RELATORIO-END
                PERFORM ABRIR-CALENDARIO-FILE
                    THRU ABRIR-CALENDARIO-FILE-END
            WHEN '0'
                CONTINUE
            WHEN OTHER
                DISPLAY 'OPCAO INVALIDA.'
        END-EVALUATE.
       MENU-CALENDARIO-OPCAO-END.

       VALIDAR-DATA-CALENDARIO.
        MOVE 'N' TO WS-CLD-DATA-VALIDA
        IF WS-CLD-DATA >= 19000101 AND WS-CLD-DATA <= 29991231
            COMPUTE WS-CLD-DIA-NUM =
                FUNCTION INTEGER-OF-DATE(WS-CLD-DATA)
            COMPUTE WS-CLD-DATA-CONF =
                FUNCTION DATE-OF-INTEGER(WS-CLD-DIA-NUM)
            IF WS-CLD-DATA-CONF = WS-CLD-DATA
                MOVE 'S' TO WS-CLD-DATA-VALIDA
            END-IF
        END-IF.
       VALIDAR-DATA-CALENDARIO-END.

       CALCULAR-DIA-SEMANA.
        COMPUTE WS-CLD-DIA-NUM = FUNCTION INTEGER-OF-DATE(WS-CLD-DATA)
        DIVIDE WS-CLD-DIA-NUM BY 7 GIVING WS-CLD-QUOCIENTE
            REMAINDER WS-CLD-DIA-SEMANA
        IF WS-CLD-DIA-SEMANA = ZERO
            MOVE 7 TO WS-CLD-DIA-SEMANA
        END-IF
        EVALUATE WS-CLD-DIA-SEMANA
            WHEN 1
                MOVE 'SEG' TO WS-CLD-NOME-DIA
            WHEN 2
                MOVE 'TER' TO WS-CLD-NOME-DIA
            WHEN 3
                MOVE 'QUA' TO WS-CLD-NOME-DIA
            WHEN 4
                MOVE 'QUI' TO WS-CLD-NOME-DIA
            WHEN 5
                MOVE 'SEX' TO WS-CLD-NOME-DIA
            WHEN 6
                MOVE 'SAB' TO WS-CLD-NOME-DIA
            WHEN OTHER
                MOVE 'DOM' TO WS-CLD-NOME-DIA
        END-EVALUATE.
       CALCULAR-DIA-SEMANA-END.

       NOME-TIPO-CALENDARIO.
        EVALUATE WS-CLD-TIPO
            WHEN 'L'
                MOVE 'LETIVO' TO WS-CLD-NOME-TIPO
            WHEN 'S'
                MOVE 'SABADO LETIVO' TO WS-CLD-NOME-TIPO
            WHEN 'F'
                MOVE 'FERIADO' TO WS-CLD-NOME-TIPO
            WHEN 'R'
                MOVE 'RECESSO' TO WS-CLD-NOME-TIPO
            WHEN OTHER
                MOVE 'NAO LETIVO' TO WS-CLD-NOME-TIPO
        END-EVALUATE.
       NOME-TIPO-CALENDARIO-END.

       VERIFICAR-DIA-LETIVO.
        MOVE 'N' TO WS-CLD-LETIVO
        MOVE SPACE TO WS-CLD-TIPO
        MOVE WS-CLD-DATA TO CLD-DATA
        READ CALENDARIO-FILE
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                MOVE CLD-TIPO TO WS-CLD-TIPO
                IF CLD-TIPO = 'L' OR CLD-TIPO = 'S'
                    MOVE 'S' TO WS-CLD-LETIVO
                END-IF
        END-READ.
       VERIFICAR-DIA-LETIVO-END.

       OBTER-PERIODO-BIMESTRE.
        MOVE 'N' TO WS-CLD-BIM-ACHADO
        OPEN INPUT CALENDARIO-FILE
        IF WS-CALENDARIO-STATUS = '00'
            COMPUTE CLD-DATA = WS-CLD-ANO * 10000 + WS-BIMESTRE
            READ CALENDARIO-FILE
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE 'S' TO WS-CLD-BIM-ACHADO
                    MOVE CLD-BIM-INICIO TO WS-CHA-DATA-INI
                    MOVE CLD-BIM-FIM    TO WS-CHA-DATA-FIM
                    MOVE 'S' TO WS-DATA-INI-VALIDA
                    MOVE 'S' TO WS-DATA-VALIDA
            END-READ
            CLOSE CALENDARIO-FILE
        END-IF.
       OBTER-PERIODO-BIMESTRE-END.

       ENTRAR-DATA-CALENDARIO.
        MOVE ZERO TO WS-CLD-DATA
        DISPLAY 'DATA (AAAAMMDD): '
        ACCEPT WS-CLD-DATA
        PERFORM VALIDAR-DATA-CALENDARIO
            THRU VALIDAR-DATA-CALENDARIO-END
        PERFORM UNTIL WS-CLD-DATA-VALIDA = 'S'
            DISPLAY 'DATA INVALIDA. DIGITE NO FORMATO AAAAMMDD.'
            DISPLAY 'DATA (AAAAMMDD): '
            ACCEPT WS-CLD-DATA
            PERFORM VALIDAR-DATA-CALENDARIO
                THRU VALIDAR-DATA-CALENDARIO-END
        END-PERFORM.
       ENTRAR-DATA-CALENDARIO-END.

       DEFINIR-BIMESTRE-CALEND.
        DISPLAY 'ANO LETIVO (AAAA): '
        ACCEPT WS-CLD-ANO
        PERFORM UNTIL WS-CLD-ANO >= 1900 AND WS-CLD-ANO <= 2999
            DISPLAY 'ANO INVALIDO. DIGITE O ANO COM 4 DIGITOS.'
            DISPLAY 'ANO LETIVO (AAAA): '
            ACCEPT WS-CLD-ANO
        END-PERFORM
        PERFORM ENTRAR-BIMESTRE THRU ENTRAR-BIMESTRE-END
        DISPLAY 'INICIO DO BIMESTRE'
        PERFORM ENTRAR-DATA-CALENDARIO THRU ENTRAR-DATA-CALENDARIO-END
        MOVE WS-CLD-DATA TO WS-CLD-BIM-INI
        DISPLAY 'FIM DO BIMESTRE'
        PERFORM ENTRAR-DATA-CALENDARIO THRU ENTRAR-DATA-CALENDARIO-END
        MOVE WS-CLD-DATA TO WS-CLD-BIM-FIM

        IF WS-CLD-BIM-INI(1:4) NOT = WS-CLD-ANO
           OR WS-CLD-BIM-FIM(1:4) NOT = WS-CLD-ANO
           OR WS-CLD-BIM-INI > WS-CLD-BIM-FIM
            DISPLAY 'PERIODO INVALIDO PARA O ANO ' WS-CLD-ANO '.'
        ELSE
            PERFORM VERIFICAR-CONFLITO-BIMESTRE
                THRU VERIFICAR-CONFLITO-BIMESTRE-END
            IF WS-CLD-CONFLITO = 'S'
                DISPLAY 'O PERIODO SOBREPOE OUTRO BIMESTRE DO ANO.'
            ELSE
                PERFORM GRAVAR-BIMESTRE-CALEND
                    THRU GRAVAR-BIMESTRE-CALEND-END
            END-IF
        END-IF.
       DEFINIR-BIMESTRE-CALEND-END.

       VERIFICAR-CONFLITO-BIMESTRE.
        MOVE 'N' TO WS-CLD-CONFLITO
        PERFORM VARYING WS-CLD-BIM-I FROM 1 BY 1
                UNTIL WS-CLD-BIM-I > 4
            IF WS-CLD-BIM-I NOT = WS-BIMESTRE
                COMPUTE CLD-DATA = WS-CLD-ANO * 10000 + WS-CLD-BIM-I
                READ CALENDARIO-FILE
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        IF WS-CLD-BIM-INI <= CLD-BIM-FIM
                           AND WS-CLD-BIM-FIM >= CLD-BIM-INICIO
                            MOVE 'S' TO WS-CLD-CONFLITO
                        END-IF
                END-READ
            END-IF
        END-PERFORM.
       VERIFICAR-CONFLITO-BIMESTRE-END.

       GRAVAR-BIMESTRE-CALEND.
        MOVE ZERO TO WS-QTD-CLD-GERADOS
        MOVE ZERO TO WS-QTD-CLD-REMOVIDOS
        COMPUTE CLD-DATA = WS-CLD-ANO * 10000 + WS-BIMESTRE
        READ CALENDARIO-FILE
            INVALID KEY
                MOVE 'N' TO WS-CLD-ENCONTRADO
            NOT INVALID KEY
                MOVE 'S' TO WS-CLD-ENCONTRADO
                MOVE CLD-BIM-INICIO TO WS-CLD-BIM-ANT-INI
                MOVE CLD-BIM-FIM    TO WS-CLD-BIM-ANT-FIM
        END-READ

        IF WS-CLD-ENCONTRADO = 'S'
            DISPLAY 'PERIODO ANTERIOR: ' WS-CLD-BIM-ANT-INI ' A '
                WS-CLD-BIM-ANT-FIM
            PERFORM REMOVER-LETIVOS-BIMESTRE
                THRU REMOVER-LETIVOS-BIMESTRE-END
        END-IF

        COMPUTE CLD-DATA = WS-CLD-ANO * 10000 + WS-BIMESTRE
        MOVE 'B' TO CLD-TIPO
        MOVE SPACES TO CLD-DADOS
        MOVE WS-CLD-BIM-INI TO CLD-BIM-INICIO
        MOVE WS-CLD-BIM-FIM TO CLD-BIM-FIM
        IF WS-CLD-ENCONTRADO = 'S'
            REWRITE CLD-REGISTRO
                INVALID KEY
                    DISPLAY 'ERRO AO GRAVAR BIMESTRE: '
                        WS-CALENDARIO-STATUS
            END-REWRITE
        ELSE
            WRITE CLD-REGISTRO
                INVALID KEY
                    DISPLAY 'ERRO AO GRAVAR BIMESTRE: '
                        WS-CALENDARIO-STATUS
            END-WRITE
        END-IF

        COMPUTE WS-CLD-DIA-INI-NUM =
            FUNCTION INTEGER-OF-DATE(WS-CLD-BIM-INI)
        COMPUTE WS-CLD-DIA-FIM-NUM =
            FUNCTION INTEGER-OF-DATE(WS-CLD-BIM-FIM)
        PERFORM VARYING WS-CLD-DIA-INI-NUM FROM WS-CLD-DIA-INI-NUM
                BY 1 UNTIL WS-CLD-DIA-INI-NUM > WS-CLD-DIA-FIM-NUM
            COMPUTE WS-CLD-DATA =
                FUNCTION DATE-OF-INTEGER(WS-CLD-DIA-INI-NUM)
            PERFORM CALCULAR-DIA-SEMANA THRU CALCULAR-DIA-SEMANA-END
            IF WS-CLD-DIA-SEMANA < 6
                MOVE WS-CLD-DATA TO CLD-DATA
                MOVE 'L' TO CLD-TIPO
                MOVE SPACES TO CLD-DADOS
                WRITE CLD-REGISTRO
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        ADD 1 TO WS-QTD-CLD-GERADOS
                END-WRITE
            END-IF
        END-PERFORM
        DISPLAY 'BIMESTRE ' WS-BIMESTRE ' DE ' WS-CLD-ANO ': '
            WS-CLD-BIM-INI ' A ' WS-CLD-BIM-FIM
        DISPLAY 'DIAS LETIVOS GERADOS (SEG A SEX): ' WS-QTD-CLD-GERADOS
        IF WS-QTD-CLD-REMOVIDOS > ZERO
            DISPLAY 'DIAS LETIVOS DO PERIODO ANTERIOR REMOVIDOS: '
                WS-QTD-CLD-REMOVIDOS
        END-IF
        DISPLAY 'MARQUE FERIADOS, RECESSOS E SABADOS LETIVOS NA '
            'OPCAO 2.'.
       GRAVAR-BIMESTRE-CALEND-END.

       REMOVER-LETIVOS-BIMESTRE.
        MOVE 'N' TO WS-FIM-CALENDARIO
        MOVE WS-CLD-BIM-ANT-INI TO CLD-DATA
        START CALENDARIO-FILE KEY IS NOT LESS THAN CLD-DATA
            INVALID KEY
                MOVE 'S' TO WS-FIM-CALENDARIO
        END-START
        PERFORM UNTIL WS-FIM-CALENDARIO = 'S'
            READ CALENDARIO-FILE NEXT RECORD
                AT END
                    MOVE 'S' TO WS-FIM-CALENDARIO
                NOT AT END
                    IF CLD-DATA > WS-CLD-BIM-ANT-FIM
                        MOVE 'S' TO WS-FIM-CALENDARIO
                    ELSE
                        IF CLD-TIPO = 'L'
                            DELETE CALENDARIO-FILE RECORD
                                INVALID KEY
                                    CONTINUE
                                NOT INVALID KEY
                                    ADD 1 TO WS-QTD-CLD-REMOVIDOS
                            END-DELETE
                        END-IF
                    END-IF
            END-READ
        END-PERFORM.
       REMOVER-LETIVOS-BIMESTRE-END.

       MARCAR-DIA-CALENDARIO.
        PERFORM ENTRAR-DATA-CALENDARIO THRU ENTRAR-DATA-CALENDARIO-END
        PERFORM CALCULAR-DIA-SEMANA THRU CALCULAR-DIA-SEMANA-END
        MOVE WS-CLD-DATA TO CLD-DATA
        READ CALENDARIO-FILE
            INVALID KEY
                MOVE 'N' TO WS-CLD-ENCONTRADO
                MOVE SPACE TO WS-CLD-TIPO
            NOT INVALID KEY
                MOVE 'S' TO WS-CLD-ENCONTRADO
                MOVE CLD-TIPO TO WS-CLD-TIPO
        END-READ
        PERFORM NOME-TIPO-CALENDARIO THRU NOME-TIPO-CALENDARIO-END
        DISPLAY WS-CLD-DATA ' (' WS-CLD-NOME-DIA ') - ATUAL: '
            WS-CLD-NOME-TIPO

        MOVE SPACE TO WS-CLD-TIPO
        DISPLAY 'TIPO: L=LETIVO F=FERIADO R=RECESSO S=SABADO LETIVO'
        ACCEPT WS-CLD-TIPO
        MOVE FUNCTION UPPER-CASE(WS-CLD-TIPO) TO WS-CLD-TIPO
        PERFORM UNTIL WS-CLD-TIPO = 'L' OR WS-CLD-TIPO = 'F'
                   OR WS-CLD-TIPO = 'R' OR WS-CLD-TIPO = 'S'
            DISPLAY 'TIPO INVALIDO. DIGITE L, F, R OU S.'
            ACCEPT WS-CLD-TIPO
            MOVE FUNCTION UPPER-CASE(WS-CLD-TIPO) TO WS-CLD-TIPO
        END-PERFORM

        IF WS-CLD-TIPO = 'S' AND WS-CLD-DIA-SEMANA NOT = 6
            DISPLAY 'SABADO LETIVO SO PODE SER MARCADO EM SABADO.'
        ELSE
        IF WS-CLD-TIPO = 'L' AND WS-CLD-DIA-SEMANA > 5
            DISPLAY 'DIA LETIVO COMUM SO DE SEGUNDA A SEXTA.'
        ELSE
            MOVE SPACES TO WS-CLD-DESCRICAO
            IF WS-CLD-TIPO = 'F' OR WS-CLD-TIPO = 'R'
                DISPLAY 'DESCRICAO: '
                ACCEPT WS-CLD-DESCRICAO
                MOVE FUNCTION UPPER-CASE(WS-CLD-DESCRICAO)
                    TO WS-CLD-DESCRICAO
            END-IF
            MOVE WS-CLD-DATA TO CLD-DATA
            MOVE WS-CLD-TIPO TO CLD-TIPO
            MOVE SPACES TO CLD-DADOS
            MOVE WS-CLD-DESCRICAO TO CLD-DESCRICAO
            IF WS-CLD-ENCONTRADO = 'S'
                REWRITE CLD-REGISTRO
                    INVALID KEY
                        DISPLAY 'ERRO AO GRAVAR CALENDARIO: '
                            WS-CALENDARIO-STATUS
                    NOT INVALID KEY
                        DISPLAY 'DIA ALTERADO NO CALENDARIO.'
                END-REWRITE
            ELSE
                WRITE CLD-REGISTRO
                    INVALID KEY
                        DISPLAY 'ERRO AO GRAVAR CALENDARIO: '
                            WS-CALENDARIO-STATUS
                    NOT INVALID KEY
                        DISPLAY 'DIA INCLUIDO NO CALENDARIO.'
                END-WRITE
            END-IF
        END-IF
        END-IF.
       MARCAR-DIA-CALENDARIO-END.

       EXCLUIR-DIA-CALENDARIO.
        PERFORM ENTRAR-DATA-CALENDARIO THRU ENTRAR-DATA-CALENDARIO-END
        MOVE WS-CLD-DATA TO CLD-DATA
        DELETE CALENDARIO-FILE RECORD
            INVALID KEY
                DISPLAY 'DIA NAO CONSTA NO CALENDARIO.'
            NOT INVALID KEY
                DISPLAY 'MARCACAO EXCLUIDA. O DIA PASSA A NAO LETIVO.'
        END-DELETE.
       EXCLUIR-DIA-CALENDARIO-END.

       CONSULTAR-MES-CALENDARIO.
        DISPLAY 'ANO (AAAA): '
        ACCEPT WS-CLD-ANO
        DISPLAY 'MES (MM): '
        ACCEPT WS-CLD-MES
        MOVE ZERO TO WS-QTD-CLD-DIAS
        MOVE ZERO TO WS-QTD-CLD-LETIVOS
        MOVE 'N' TO WS-FIM-CALENDARIO
        COMPUTE CLD-DATA = WS-CLD-ANO * 10000 + WS-CLD-MES * 100 + 1
        START CALENDARIO-FILE KEY IS NOT LESS THAN CLD-DATA
            INVALID KEY
                MOVE 'S' TO WS-FIM-CALENDARIO
        END-START
        PERFORM UNTIL WS-FIM-CALENDARIO = 'S'
            READ CALENDARIO-FILE NEXT RECORD
                AT END
                    MOVE 'S' TO WS-FIM-CALENDARIO
                NOT AT END
                    IF CLD-DATA(1:4) NOT = WS-CLD-ANO
                       OR CLD-DATA(5:2) NOT = WS-CLD-MES
                        MOVE 'S' TO WS-FIM-CALENDARIO
                    ELSE
                        ADD 1 TO WS-QTD-CLD-DIAS
                        MOVE CLD-DATA TO WS-CLD-DATA
                        MOVE CLD-TIPO TO WS-CLD-TIPO
                        PERFORM CALCULAR-DIA-SEMANA
                            THRU CALCULAR-DIA-SEMANA-END
                        PERFORM NOME-TIPO-CALENDARIO
                            THRU NOME-TIPO-CALENDARIO-END
                        IF CLD-TIPO = 'L' OR CLD-TIPO = 'S'
                            ADD 1 TO WS-QTD-CLD-LETIVOS
                        END-IF
                        DISPLAY CLD-DATA ' ' WS-CLD-NOME-DIA ' '
                            WS-CLD-NOME-TIPO ' ' CLD-DESCRICAO
                    END-IF
            END-READ
        END-PERFORM
        PERFORM VARYING WS-CLD-BIM-I FROM 1 BY 1
                UNTIL WS-CLD-BIM-I > 4
            COMPUTE CLD-DATA = WS-CLD-ANO * 10000 + WS-CLD-BIM-I
            READ CALENDARIO-FILE
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    DISPLAY 'BIMESTRE ' WS-CLD-BIM-I ': '
                        CLD-BIM-INICIO ' A ' CLD-BIM-FIM
            END-READ
        END-PERFORM
        IF WS-QTD-CLD-DIAS = ZERO
            DISPLAY 'NENHUM DIA MARCADO NO MES.'
        ELSE
            DISPLAY 'DIAS LETIVOS NO MES: ' WS-QTD-CLD-LETIVOS
        END-IF.
       CONSULTAR-MES-CALENDARIO-END.

       DIAS-LETIVOS-RELATORIO.
        DISPLAY 'ANO LETIVO (AAAA): '
        ACCEPT WS-CLD-ANO
        PERFORM UNTIL WS-CLD-ANO >= 1900 AND WS-CLD-ANO <= 2999
            DISPLAY 'ANO INVALIDO. DIGITE O ANO COM 4 DIGITOS.'
            DISPLAY 'ANO LETIVO (AAAA): '
            ACCEPT WS-CLD-ANO
        END-PERFORM
        ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD

        OPEN INPUT CALENDARIO-FILE
        IF WS-CALENDARIO-STATUS NOT = '00'
            DISPLAY 'CALENDARIO ESCOLAR NAO CADASTRADO.'
        ELSE
            PERFORM DIAS-LETIVOS-CARREGAR
                THRU DIAS-LETIVOS-CARREGAR-END
            CLOSE CALENDARIO-FILE
            OPEN INPUT CHAMADA-FILE
            IF WS-CHAMADA-STATUS = '00'
                PERFORM DIAS-LETIVOS-CHAMADA
                    THRU DIAS-LETIVOS-CHAMADA-END
                CLOSE CHAMADA-FILE
            END-IF
            OPEN OUTPUT DIALET-FILE
            IF WS-DIALET-STATUS NOT = '00'
                DISPLAY 'ERRO AO ABRIR DIASLET.PRT: ' WS-DIALET-STATUS
            ELSE
                PERFORM DIAS-LETIVOS-IMPRIMIR
                    THRU DIAS-LETIVOS-IMPRIMIR-END
                CLOSE DIALET-FILE
                DISPLAY 'DIAS LETIVOS PREVISTOS: ' WS-DLT-PREVISTOS
                    '  REALIZADOS: ' WS-DLT-REALIZADOS
                DISPLAY 'RELATORIO GRAVADO EM DIASLET.PRT.'
            END-IF
        END-IF.
       DIAS-LETIVOS-RELATORIO-END.

       DIAS-LETIVOS-CARREGAR.
        PERFORM VARYING WS-DLT-I FROM 1 BY 1 UNTIL WS-DLT-I > 366
            MOVE 'N' TO WS-DIA-ANO-LETIVO(WS-DLT-I)
            MOVE 'N' TO WS-DIA-ANO-CHAMADA(WS-DLT-I)
            MOVE ZERO TO WS-DIA-ANO-BIM(WS-DLT-I)
        END-PERFORM
        PERFORM VARYING WS-CLD-BIM-I FROM 1 BY 1
                UNTIL WS-CLD-BIM-I > 4
            MOVE ZERO TO WS-CLD-BIM-TAB-INI(WS-CLD-BIM-I)
            MOVE ZERO TO WS-CLD-BIM-TAB-FIM(WS-CLD-BIM-I)
            COMPUTE CLD-DATA = WS-CLD-ANO * 10000 + WS-CLD-BIM-I
            READ CALENDARIO-FILE
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE CLD-BIM-INICIO
                        TO WS-CLD-BIM-TAB-INI(WS-CLD-BIM-I)
                    MOVE CLD-BIM-FIM
                        TO WS-CLD-BIM-TAB-FIM(WS-CLD-BIM-I)
            END-READ
        END-PERFORM

        COMPUTE WS-CLD-DATA = WS-CLD-ANO * 10000 + 0101
        COMPUTE WS-CLD-DIA-JAN-NUM =
            FUNCTION INTEGER-OF-DATE(WS-CLD-DATA)
        MOVE 'N' TO WS-FIM-CALENDARIO
        MOVE WS-CLD-DATA TO CLD-DATA
        START CALENDARIO-FILE KEY IS NOT LESS THAN CLD-DATA
            INVALID KEY
                MOVE 'S' TO WS-FIM-CALENDARIO
        END-START
        PERFORM UNTIL WS-FIM-CALENDARIO = 'S'
            READ CALENDARIO-FILE NEXT RECORD
                AT END
                    MOVE 'S' TO WS-FIM-CALENDARIO
                NOT AT END
                    IF CLD-DATA(1:4) NOT = WS-CLD-ANO
                        MOVE 'S' TO WS-FIM-CALENDARIO
                    ELSE
                        IF CLD-TIPO = 'L' OR CLD-TIPO = 'S'
                            COMPUTE WS-CLD-DIA-ANO =
                                FUNCTION INTEGER-OF-DATE(CLD-DATA)
                                - WS-CLD-DIA-JAN-NUM + 1
                            MOVE 'S'
                                TO WS-DIA-ANO-LETIVO(WS-CLD-DIA-ANO)
                            MOVE 5 TO WS-DIA-ANO-BIM(WS-CLD-DIA-ANO)
                            PERFORM VARYING WS-CLD-BIM-I FROM 1 BY 1
                                    UNTIL WS-CLD-BIM-I > 4
                                IF CLD-DATA >=
                                   WS-CLD-BIM-TAB-INI(WS-CLD-BIM-I)
                                   AND CLD-DATA <=
                                   WS-CLD-BIM-TAB-FIM(WS-CLD-BIM-I)
                                    MOVE WS-CLD-BIM-I TO
                                      WS-DIA-ANO-BIM(WS-CLD-DIA-ANO)
                                END-IF
                            END-PERFORM
                        END-IF
                    END-IF
            END-READ
        END-PERFORM.
       DIAS-LETIVOS-CARREGAR-END.

       DIAS-LETIVOS-CHAMADA.
        MOVE 'N' TO WS-FIM-CHAMADA
        PERFORM UNTIL WS-FIM-CHAMADA = 'S'
            READ CHAMADA-FILE NEXT RECORD
                AT END
                    MOVE 'S' TO WS-FIM-CHAMADA
                NOT AT END
                    IF CHA-DATA(1:4) = WS-CLD-ANO
                       AND CHA-DATA <= WS-DATA-HOJE
                        MOVE CHA-DATA TO WS-CLD-DATA
                        PERFORM VALIDAR-DATA-CALENDARIO
                            THRU VALIDAR-DATA-CALENDARIO-END
                        IF WS-CLD-DATA-VALIDA = 'S'
                            COMPUTE WS-CLD-DIA-ANO =
                                WS-CLD-DIA-NUM - WS-CLD-DIA-JAN-NUM + 1
                            MOVE 'S'
                                TO WS-DIA-ANO-CHAMADA(WS-CLD-DIA-ANO)
                        END-IF
                    END-IF
            END-READ
        END-PERFORM.
       DIAS-LETIVOS-CHAMADA-END.

       DIAS-LETIVOS-IMPRIMIR.
        PERFORM VARYING WS-CLD-BIM-I FROM 1 BY 1
                UNTIL WS-CLD-BIM-I > 5
            MOVE ZERO TO WS-DLT-BIM-PREV(WS-CLD-BIM-I)
            MOVE ZERO TO WS-DLT-BIM-DECOR(WS-CLD-BIM-I)
            MOVE ZERO TO WS-DLT-BIM-REAL(WS-CLD-BIM-I)
        END-PERFORM
        MOVE ZERO TO WS-DLT-PREVISTOS
        MOVE ZERO TO WS-DLT-DECORRIDOS
        MOVE ZERO TO WS-DLT-REALIZADOS
        MOVE ZERO TO WS-DLT-SEM-CHAMADA

        MOVE SPACES TO DIALET-LINE
        STRING 'DIAS LETIVOS PREVISTOS X REALIZADOS - ' WS-ESCOLA-NOME
            DELIMITED BY SIZE INTO DIALET-LINE
        WRITE DIALET-LINE
        MOVE SPACES TO DIALET-LINE
        STRING 'ANO LETIVO: ' WS-CLD-ANO
            '  DATA DE REFERENCIA: ' WS-DATA-HOJE
            DELIMITED BY SIZE INTO DIALET-LINE
        WRITE DIALET-LINE
        MOVE '----------------------------------------' TO DIALET-LINE
        WRITE DIALET-LINE
        MOVE 'DIAS LETIVOS DECORRIDOS SEM CHAMADA REGISTRADA:'
            TO DIALET-LINE
        WRITE DIALET-LINE

        PERFORM VARYING WS-DLT-I FROM 1 BY 1 UNTIL WS-DLT-I > 366
            IF WS-DIA-ANO-LETIVO(WS-DLT-I) = 'S'
                MOVE WS-DIA-ANO-BIM(WS-DLT-I) TO WS-CLD-BIM-I
                ADD 1 TO WS-DLT-PREVISTOS
                ADD 1 TO WS-DLT-BIM-PREV(WS-CLD-BIM-I)
                COMPUTE WS-CLD-DATA = FUNCTION DATE-OF-INTEGER(
                    WS-CLD-DIA-JAN-NUM + WS-DLT-I - 1)
                IF WS-CLD-DATA <= WS-DATA-HOJE
                    ADD 1 TO WS-DLT-DECORRIDOS
                    ADD 1 TO WS-DLT-BIM-DECOR(WS-CLD-BIM-I)
                    IF WS-DIA-ANO-CHAMADA(WS-DLT-I) = 'S'
                        ADD 1 TO WS-DLT-REALIZADOS
                        ADD 1 TO WS-DLT-BIM-REAL(WS-CLD-BIM-I)
                    ELSE
                        ADD 1 TO WS-DLT-SEM-CHAMADA
                        MOVE SPACES TO DIALET-LINE
                        STRING '  ' WS-CLD-DATA
                            DELIMITED BY SIZE INTO DIALET-LINE
                        WRITE DIALET-LINE
                    END-IF
                END-IF
            END-IF
        END-PERFORM
        IF WS-DLT-SEM-CHAMADA = ZERO
            MOVE '  NENHUM.' TO DIALET-LINE
            WRITE DIALET-LINE
        END-IF

        MOVE '----------------------------------------' TO DIALET-LINE
        WRITE DIALET-LINE
        PERFORM VARYING WS-CLD-BIM-I FROM 1 BY 1
                UNTIL WS-CLD-BIM-I > 5
            MOVE SPACES TO DIALET-LINE
            IF WS-CLD-BIM-I < 5
                STRING 'BIMESTRE ' WS-CLD-BIM-I ' '
                    WS-CLD-BIM-TAB-INI(WS-CLD-BIM-I) ' A '
                    WS-CLD-BIM-TAB-FIM(WS-CLD-BIM-I)
                    '  PREVISTOS: ' WS-DLT-BIM-PREV(WS-CLD-BIM-I)
                    '  REALIZADOS: ' WS-DLT-BIM-REAL(WS-CLD-BIM-I)
                    DELIMITED BY SIZE INTO DIALET-LINE
                WRITE DIALET-LINE
            ELSE
                IF WS-DLT-BIM-PREV(WS-CLD-BIM-I) > ZERO
                    STRING 'FORA DOS BIMESTRES           '
                        '  PREVISTOS: ' WS-DLT-BIM-PREV(WS-CLD-BIM-I)
                        '  REALIZADOS: ' WS-DLT-BIM-REAL(WS-CLD-BIM-I)
                        DELIMITED BY SIZE INTO DIALET-LINE
                    WRITE DIALET-LINE
                END-IF
            END-IF
        END-PERFORM

        COMPUTE WS-DLT-A-REALIZAR = WS-DLT-PREVISTOS - WS-DLT-DECORRIDOS
        COMPUTE WS-DLT-PROJECAO = WS-DLT-REALIZADOS + WS-DLT-A-REALIZAR
        MOVE '----------------------------------------' TO DIALET-LINE
        WRITE DIALET-LINE
        MOVE SPACES TO DIALET-LINE
        STRING 'PREVISTOS NO CALENDARIO: ' WS-DLT-PREVISTOS
            '  DECORRIDOS: ' WS-DLT-DECORRIDOS
            DELIMITED BY SIZE INTO DIALET-LINE
        WRITE DIALET-LINE
        MOVE SPACES TO DIALET-LINE
        STRING 'REALIZADOS (COM CHAMADA): ' WS-DLT-REALIZADOS
            '  A REALIZAR: ' WS-DLT-A-REALIZAR
            DELIMITED BY SIZE INTO DIALET-LINE
        WRITE DIALET-LINE
        MOVE SPACES TO DIALET-LINE
        IF WS-DLT-PREVISTOS >= WS-DLT-MINIMO
            STRING 'CALENDARIO ATENDE O MINIMO LEGAL DE '
                WS-DLT-MINIMO ' DIAS LETIVOS.'
                DELIMITED BY SIZE INTO DIALET-LINE
        ELSE
            COMPUTE WS-DLT-FALTAM = WS-DLT-MINIMO - WS-DLT-PREVISTOS
            STRING '*** CALENDARIO ABAIXO DO MINIMO LEGAL DE '
                WS-DLT-MINIMO ' DIAS. FALTAM ' WS-DLT-FALTAM ' ***'
                DELIMITED BY SIZE INTO DIALET-LINE
            DISPLAY 'ATENCAO: CALENDARIO ABAIXO DE ' WS-DLT-MINIMO
                ' DIAS LETIVOS.'
        END-IF
        WRITE DIALET-LINE
        MOVE SPACES TO DIALET-LINE
        IF WS-DLT-PROJECAO >= WS-DLT-MINIMO
            STRING 'PROJECAO (REALIZADOS + A REALIZAR): '
                WS-DLT-PROJECAO ' - MINIMO SERA CUMPRIDO.'
                DELIMITED BY SIZE INTO DIALET-LINE
        ELSE
            COMPUTE WS-DLT-FALTAM = WS-DLT-MINIMO - WS-DLT-PROJECAO
            STRING 'PROJECAO (REALIZADOS + A REALIZAR): '
                WS-DLT-PROJECAO ' - FALTAM ' WS-DLT-FALTAM ' DIAS.'
                DELIMITED BY SIZE INTO DIALET-LINE
        END-IF
        WRITE DIALET-LINE.
       DIAS-LETIVOS-IMPRIMIR-END.

       ABRIR-FECHAMENTO-FILE.
        OPEN I-O FECHAMENTO-FILE.
        IF WS-FECHAMENTO-STATUS = '35'
            OPEN OUTPUT FECHAMENTO-FILE
            CLOSE FECHAMENTO-FILE
            OPEN I-O FECHAMENTO-FILE
        END-IF.
        IF WS-FECHAMENTO-STATUS = '00'
            MOVE 'S' TO WS-FECHAMENTO-ATIVO
        ELSE
            MOVE 'N' TO WS-FECHAMENTO-ATIVO
            DISPLAY 'ERRO AO ABRIR FECHAMENTO.DAT: '
                WS-FECHAMENTO-STATUS
            DISPLAY 'CONTROLE DE FECHAMENTO INDISPONIVEL.'
        END-IF.
       ABRIR-FECHAMENTO-FILE-END.

       REINICIAR-FECHAMENTO-FILE.
        IF WS-FECHAMENTO-ATIVO = 'S'
            CLOSE FECHAMENTO-FILE
            OPEN OUTPUT FECHAMENTO-FILE
            CLOSE FECHAMENTO-FILE
            OPEN I-O FECHAMENTO-FILE
            IF WS-FECHAMENTO-STATUS NOT = '00'
                MOVE 'N' TO WS-FECHAMENTO-ATIVO
                DISPLAY 'ERRO AO REINICIAR FECHAMENTO.DAT: '
                    WS-FECHAMENTO-STATUS
            END-IF
        END-IF.
       REINICIAR-FECHAMENTO-FILE-END.

       VERIFICAR-BIMESTRE-FECHADO.
        MOVE 'N' TO WS-BIM-FECHADO
        MOVE 'N' TO WS-FEC-ENCONTRADO
        IF WS-FECHAMENTO-ATIVO = 'S'
            IF WS-FEC-TURMA-CONS NOT = SPACES
                MOVE WS-FEC-BIM-CONS   TO FEC-BIMESTRE
                MOVE WS-FEC-TURMA-CONS TO FEC-TURMA
                READ FECHAMENTO-FILE
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        MOVE 'S' TO WS-FEC-ENCONTRADO
                        IF FEC-SITUACAO = 'F'
                            MOVE 'S' TO WS-BIM-FECHADO
                        END-IF
                END-READ
            END-IF
            IF WS-FEC-ENCONTRADO = 'N'
                MOVE WS-FEC-BIM-CONS TO FEC-BIMESTRE
                MOVE SPACES          TO FEC-TURMA
                READ FECHAMENTO-FILE
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        IF FEC-SITUACAO = 'F'
                            MOVE 'S' TO WS-BIM-FECHADO
                        END-IF
                END-READ
            END-IF
        END-IF.
       VERIFICAR-BIMESTRE-FECHADO-END.

       MENU-FECHAMENTO.
        IF WS-FECHAMENTO-ATIVO NOT = 'S'
            DISPLAY 'CONTROLE DE FECHAMENTO INDISPONIVEL.'
        ELSE
            MOVE SPACE TO WS-OPCAO-FECHAMENTO
            PERFORM MENU-FECHAMENTO-OPCAO
                THRU MENU-FECHAMENTO-OPCAO-END
                UNTIL WS-OPCAO-FECHAMENTO = '0'
        END-IF.
       MENU-FECHAMENTO-END.

       MENU-FECHAMENTO-OPCAO.
        DISPLAY ' '
        DISPLAY '*** FECHAMENTO DE BIMESTRE ***'
        DISPLAY '1 - FECHAR BIMESTRE'
        DISPLAY '2 - REABRIR BIMESTRE (COORDENACAO)'
        DISPLAY '3 - SITUACAO DOS BIMESTRES POR TURMA'
        DISPLAY '0 - VOLTAR'
        DISPLAY 'ESCOLHA UMA OPCAO: '
        ACCEPT WS-OPCAO-FECHAMENTO.

        EVALUATE WS-OPCAO-FECHAMENTO
            WHEN '1'
                PERFORM FECHAR-BIMESTRE THRU FECHAR-BIMESTRE-END
            WHEN '2'
                PERFORM REABRIR-BIMESTRE THRU REABRIR-BIMESTRE-END
            WHEN '3'
                PERFORM SITUACAO-FECHAMENTO
                    THRU SITUACAO-FECHAMENTO-END
            WHEN '0'
                CONTINUE
            WHEN OTHER
                DISPLAY 'OPCAO INVALIDA.'
        END-EVALUATE.
       MENU-FECHAMENTO-OPCAO-END.

       ENTRAR-CHAVE-FECHAMENTO.
        MOVE ZERO TO WS-FEC-BIMESTRE
        DISPLAY 'BIMESTRE (1-4): '
        ACCEPT WS-FEC-BIMESTRE
        PERFORM UNTIL WS-FEC-BIMESTRE >= 1 AND WS-FEC-BIMESTRE <= 4
            DISPLAY 'BIMESTRE INVALIDO. DIGITE DE 1 A 4.'
            DISPLAY 'BIMESTRE (1-4): '
            ACCEPT WS-FEC-BIMESTRE
        END-PERFORM
        MOVE SPACES TO WS-FEC-TURMA
        DISPLAY 'TURMA (BRANCO = TODA A ESCOLA): '
        ACCEPT WS-FEC-TURMA
        MOVE FUNCTION UPPER-CASE(WS-FEC-TURMA) TO WS-FEC-TURMA
        MOVE WS-FEC-BIMESTRE TO WS-FEC-BIM-CONS
        MOVE WS-FEC-TURMA    TO WS-FEC-TURMA-CONS.
       ENTRAR-CHAVE-FECHAMENTO-END.

       FECHAR-BIMESTRE.
        PERFORM ENTRAR-CHAVE-FECHAMENTO
            THRU ENTRAR-CHAVE-FECHAMENTO-END
        PERFORM VERIFICAR-BIMESTRE-FECHADO
            THRU VERIFICAR-BIMESTRE-FECHADO-END
        IF WS-BIM-FECHADO = 'S'
            DISPLAY 'BIMESTRE ' WS-FEC-BIMESTRE ' JA ESTA FECHADO.'
        ELSE
            PERFORM CONTAR-PENDENTES-FECHAMENTO
                THRU CONTAR-PENDENTES-FECHAMENTO-END
            IF WS-QTD-FEC-PENDENTES > ZERO
                DISPLAY 'ATENCAO: ' WS-QTD-FEC-PENDENTES
                    ' MATERIA(S) SEM NOTAS LANCADAS NO BIMESTRE.'
            END-IF
            IF WS-FEC-TURMA = SPACES
                DISPLAY 'FECHAMENTO DO BIMESTRE ' WS-FEC-BIMESTRE
                    ' PARA TODA A ESCOLA.'
            ELSE
                DISPLAY 'FECHAMENTO DO BIMESTRE ' WS-FEC-BIMESTRE
                    ' PARA A TURMA ' WS-FEC-TURMA
            END-IF
            DISPLAY 'APOS O FECHAMENTO AS NOTAS NAO PODERAO SER '
                'ALTERADAS.'
            DISPLAY 'CONFIRMA O FECHAMENTO (S/N)? '
            ACCEPT WS-CONFIRMA
            MOVE FUNCTION UPPER-CASE(WS-CONFIRMA) TO WS-CONFIRMA
            IF WS-CONFIRMA NOT = 'S'
                DISPLAY 'FECHAMENTO CANCELADO.'
            ELSE
                PERFORM GRAVAR-FECHAMENTO
                    THRU GRAVAR-FECHAMENTO-END
            END-IF
        END-IF.
       FECHAR-BIMESTRE-END.

       CONTAR-PENDENTES-FECHAMENTO.
        MOVE ZERO TO WS-QTD-FEC-PENDENTES
        MOVE 'N' TO WS-FIM-ALUNOS
        MOVE LOW-VALUES TO ALU-CHAVE
        START ALUNOS-FILE KEY IS NOT LESS THAN ALU-CHAVE
            INVALID KEY
                MOVE 'S' TO WS-FIM-ALUNOS
        END-START
        PERFORM UNTIL WS-FIM-ALUNOS = 'S'
            READ ALUNOS-FILE NEXT RECORD
                AT END
                    MOVE 'S' TO WS-FIM-ALUNOS
                NOT AT END
                    IF (WS-FEC-TURMA = SPACES
                        OR ALU-TURMA = WS-FEC-TURMA)
                       AND ALU-STATUS(WS-FEC-BIMESTRE) = SPACES
                        ADD 1 TO WS-QTD-FEC-PENDENTES
                    END-IF
            END-READ
        END-PERFORM.
       CONTAR-PENDENTES-FECHAMENTO-END.

       GRAVAR-FECHAMENTO.
        ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
        ACCEPT WS-HORA-AGORA FROM TIME
        MOVE WS-FEC-BIMESTRE TO FEC-BIMESTRE
        MOVE WS-FEC-TURMA    TO FEC-TURMA
        READ FECHAMENTO-FILE
            INVALID KEY
                MOVE 'N' TO WS-FEC-ENCONTRADO
                MOVE ZERO   TO FEC-REAB-DATA
                MOVE SPACES TO FEC-REAB-OPERADOR
                MOVE SPACES TO FEC-JUSTIFICATIVA
            NOT INVALID KEY
                MOVE 'S' TO WS-FEC-ENCONTRADO
        END-READ
        MOVE 'F'          TO FEC-SITUACAO
        MOVE WS-DATA-HOJE TO FEC-DATA
        COMPUTE FEC-HORA = WS-HORA-AGORA / 100
        MOVE WS-OPERADOR  TO FEC-OPERADOR
        IF WS-FEC-ENCONTRADO = 'S'
            REWRITE FEC-REGISTRO
                INVALID KEY
                    DISPLAY 'ERRO AO GRAVAR FECHAMENTO: '
                        WS-FECHAMENTO-STATUS
            END-REWRITE
        ELSE
            WRITE FEC-REGISTRO
                INVALID KEY
                    DISPLAY 'ERRO AO GRAVAR FECHAMENTO: '
                        WS-FECHAMENTO-STATUS
            END-WRITE
        END-IF
        IF WS-FECHAMENTO-STATUS = '00'
            IF WS-FEC-TURMA = SPACES
                MOVE 'F' TO WS-FEC-SIT-NOVA
                PERFORM FECHAMENTO-CASCATA
                    THRU FECHAMENTO-CASCATA-END
            END-IF
            MOVE 'FECHAMENTO' TO WS-AUD-OPERACAO
            MOVE SPACES TO WS-AUD-TEXTO-ANTES
            MOVE 'SITUACAO ANTERIOR: ABERTO' TO WS-AUD-TEXTO-ANTES
            MOVE SPACES TO WS-AUD-TEXTO-DEPOIS
            STRING 'FECHADO. MATERIAS SEM NOTAS: '
                WS-QTD-FEC-PENDENTES
                DELIMITED BY SIZE INTO WS-AUD-TEXTO-DEPOIS
            PERFORM AUDITAR-FECHAMENTO THRU AUDITAR-FECHAMENTO-END
            DISPLAY 'BIMESTRE ' WS-FEC-BIMESTRE ' FECHADO.'
        END-IF.
       GRAVAR-FECHAMENTO-END.

       FECHAMENTO-CASCATA.
        MOVE 'N' TO WS-FIM-FECHAMENTO
        MOVE WS-FEC-BIMESTRE TO FEC-BIMESTRE
        MOVE SPACES          TO FEC-TURMA
        START FECHAMENTO-FILE KEY IS GREATER THAN FEC-CHAVE
            INVALID KEY
                MOVE 'S' TO WS-FIM-FECHAMENTO
        END-START
        PERFORM UNTIL WS-FIM-FECHAMENTO = 'S'
            READ FECHAMENTO-FILE NEXT RECORD
                AT END
                    MOVE 'S' TO WS-FIM-FECHAMENTO
                NOT AT END
                    IF FEC-BIMESTRE NOT = WS-FEC-BIMESTRE
                        MOVE 'S' TO WS-FIM-FECHAMENTO
                    ELSE
                    IF FEC-SITUACAO NOT = WS-FEC-SIT-NOVA
                        MOVE WS-FEC-SIT-NOVA TO FEC-SITUACAO
                        IF WS-FEC-SIT-NOVA = 'F'
                            MOVE WS-DATA-HOJE TO FEC-DATA
                            COMPUTE FEC-HORA = WS-HORA-AGORA / 100
                            MOVE WS-OPERADOR  TO FEC-OPERADOR
                        ELSE
                            MOVE WS-DATA-HOJE TO FEC-REAB-DATA
                            MOVE WS-OPERADOR  TO FEC-REAB-OPERADOR
                            MOVE WS-FEC-JUSTIFICATIVA
                                TO FEC-JUSTIFICATIVA
                        END-IF
                        REWRITE FEC-REGISTRO
                            INVALID KEY
                                DISPLAY 'ERRO AO GRAVAR FECHAMENTO: '
                                    WS-FECHAMENTO-STATUS
                        END-REWRITE
                    END-IF
                    END-IF
            END-READ
        END-PERFORM.
       FECHAMENTO-CASCATA-END.

       REABRIR-BIMESTRE.
        IF WS-OPR-PERFIL NOT = 'C' AND WS-OPR-PERFIL NOT = 'D'
            DISPLAY 'REABERTURA RESTRITA A COORDENACAO. OPERADOR '
                WS-OPERADOR ' NAO AUTORIZADO.'
            MOVE 'REABERTURA DE BIMESTRE' TO WS-AUD-TEXTO-MATERIA
            PERFORM REGISTRAR-ACESSO-NEGADO
                THRU REGISTRAR-ACESSO-NEGADO-END
        ELSE
            PERFORM ENTRAR-CHAVE-FECHAMENTO
                THRU ENTRAR-CHAVE-FECHAMENTO-END
            PERFORM VERIFICAR-BIMESTRE-FECHADO
                THRU VERIFICAR-BIMESTRE-FECHADO-END
            IF WS-BIM-FECHADO = 'N'
                DISPLAY 'BIMESTRE ' WS-FEC-BIMESTRE
                    ' NAO ESTA FECHADO.'
            ELSE
                DISPLAY 'FECHADO EM ' FEC-DATA ' POR ' FEC-OPERADOR
                MOVE SPACES TO WS-FEC-JUSTIFICATIVA
                DISPLAY 'JUSTIFICATIVA DA REABERTURA '
                    '(BRANCO = CANCELAR): '
                ACCEPT WS-FEC-JUSTIFICATIVA
                MOVE FUNCTION UPPER-CASE(WS-FEC-JUSTIFICATIVA)
                    TO WS-FEC-JUSTIFICATIVA
                IF WS-FEC-JUSTIFICATIVA = SPACES
                    DISPLAY 'REABERTURA CANCELADA. JUSTIFICATIVA '
                        'OBRIGATORIA.'
                ELSE
                    PERFORM GRAVAR-REABERTURA
                        THRU GRAVAR-REABERTURA-END
                END-IF
            END-IF
        END-IF.
       REABRIR-BIMESTRE-END.

       GRAVAR-REABERTURA.
        ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
        ACCEPT WS-HORA-AGORA FROM TIME
        MOVE SPACES TO WS-AUD-TEXTO-ANTES
        STRING 'FECHADO EM ' FEC-DATA ' POR ' FEC-OPERADOR
            DELIMITED BY SIZE INTO WS-AUD-TEXTO-ANTES
        MOVE WS-FEC-BIMESTRE TO FEC-BIMESTRE
        MOVE WS-FEC-TURMA    TO FEC-TURMA
        MOVE 'A'                  TO FEC-SITUACAO
        MOVE WS-DATA-HOJE         TO FEC-REAB-DATA
        MOVE WS-OPERADOR          TO FEC-REAB-OPERADOR
        MOVE WS-FEC-JUSTIFICATIVA TO FEC-JUSTIFICATIVA
        IF WS-FEC-ENCONTRADO = 'S' OR WS-FEC-TURMA = SPACES
            REWRITE FEC-REGISTRO
                INVALID KEY
                    DISPLAY 'ERRO AO GRAVAR REABERTURA: '
                        WS-FECHAMENTO-STATUS
            END-REWRITE
        ELSE
            WRITE FEC-REGISTRO
                INVALID KEY
                    DISPLAY 'ERRO AO GRAVAR REABERTURA: '
                        WS-FECHAMENTO-STATUS
            END-WRITE
        END-IF
        IF WS-FECHAMENTO-STATUS = '00'
            IF WS-FEC-TURMA = SPACES
                MOVE 'A' TO WS-FEC-SIT-NOVA
                PERFORM FECHAMENTO-CASCATA
                    THRU FECHAMENTO-CASCATA-END
            END-IF
            MOVE 'REABERTURA' TO WS-AUD-OPERACAO
            MOVE WS-FEC-JUSTIFICATIVA TO WS-AUD-TEXTO-DEPOIS
            PERFORM AUDITAR-FECHAMENTO THRU AUDITAR-FECHAMENTO-END
            DISPLAY 'BIMESTRE ' WS-FEC-BIMESTRE ' REABERTO.'
        END-IF.
       GRAVAR-REABERTURA-END.

       AUDITAR-FECHAMENTO.
        MOVE ZERO TO WS-AUD-TEXTO-MATRIC
        MOVE SPACES TO WS-AUD-TEXTO-MATERIA
        STRING 'BIMESTRE ' WS-FEC-BIMESTRE
            DELIMITED BY SIZE INTO WS-AUD-TEXTO-MATERIA
        IF WS-FEC-TURMA = SPACES
            MOVE 'ESCOLA' TO WS-AUD-TEXTO-TURMA
        ELSE
            MOVE WS-FEC-TURMA TO WS-AUD-TEXTO-TURMA
        END-IF
        MOVE WS-FEC-BIMESTRE TO WS-AUD-BIMESTRE
        PERFORM GRAVAR-AUDITORIA-TEXTO
            THRU GRAVAR-AUDITORIA-TEXTO-END.
       AUDITAR-FECHAMENTO-END.

       GRAVAR-AUDITORIA-TEXTO.
        ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
        ACCEPT WS-HORA-AGORA FROM TIME
        OPEN EXTEND AUDIT-FILE
        IF WS-AUDIT-STATUS NOT = '00' AND WS-AUDIT-STATUS NOT = '05'
            DISPLAY 'ERRO AO GRAVAR AUDITORIA: ' WS-AUDIT-STATUS
        ELSE
            MOVE WS-DATA-HOJE TO AUD-DATA
            COMPUTE AUD-HORA = WS-HORA-AGORA / 100
            MOVE WS-OPERADOR          TO AUD-OPERADOR
            MOVE WS-AUD-OPERACAO      TO AUD-OPERACAO
            MOVE WS-AUD-TEXTO-MATRIC  TO AUD-MATRICULA
            MOVE WS-AUD-TEXTO-MATERIA TO AUD-MATERIA
            MOVE WS-AUD-TEXTO-TURMA   TO AUD-TURMA
            MOVE WS-AUD-BIMESTRE      TO AUD-BIMESTRE
            MOVE WS-AUD-TEXTO-ANTES   TO AUD-ANTES
            MOVE WS-AUD-TEXTO-DEPOIS  TO AUD-DEPOIS
            WRITE AUD-REGISTRO
            IF WS-AUDIT-STATUS NOT = '00'
                DISPLAY 'ERRO AO GRAVAR AUDITORIA: ' WS-AUDIT-STATUS
            END-IF
            CLOSE AUDIT-FILE
        END-IF.
       GRAVAR-AUDITORIA-TEXTO-END.

       SITUACAO-FECHAMENTO.
        DISPLAY ' '
        DISPLAY '*** SITUACAO DOS BIMESTRES ***'
        DISPLAY 'TURMA      1o BIM    2o BIM    3o BIM    4o BIM'
        MOVE SPACES TO WS-FEC-TURMA-CONS
        PERFORM SITUACAO-FEC-LINHA THRU SITUACAO-FEC-LINHA-END
        MOVE SPACES TO WS-FEC-TURMA-ANT
        MOVE 'N' TO WS-FIM-CADASTRO
        MOVE LOW-VALUES TO CAD-TURMA
        START CADASTRO-FILE KEY IS NOT LESS THAN CAD-TURMA
            INVALID KEY
                MOVE 'S' TO WS-FIM-CADASTRO
        END-START
        PERFORM UNTIL WS-FIM-CADASTRO = 'S'
            READ CADASTRO-FILE NEXT RECORD
                AT END
                    MOVE 'S' TO WS-FIM-CADASTRO
                NOT AT END
                    IF CAD-TURMA NOT = SPACES
                       AND CAD-TURMA NOT = WS-FEC-TURMA-ANT
                       AND CAD-SITUACAO NOT = 'UNIFICADA'
                        MOVE CAD-TURMA TO WS-FEC-TURMA-ANT
                        MOVE CAD-TURMA TO WS-FEC-TURMA-CONS
                        PERFORM SITUACAO-FEC-LINHA
                            THRU SITUACAO-FEC-LINHA-END
                    END-IF
            END-READ
        END-PERFORM

        DISPLAY ' '
        DISPLAY 'REGISTROS DE FECHAMENTO:'
        MOVE ZERO TO WS-QTD-FEC-REGISTROS
        MOVE 'N' TO WS-FIM-FECHAMENTO
        MOVE LOW-VALUES TO FEC-CHAVE
        START FECHAMENTO-FILE KEY IS NOT LESS THAN FEC-CHAVE
            INVALID KEY
                MOVE 'S' TO WS-FIM-FECHAMENTO
        END-START
        PERFORM UNTIL WS-FIM-FECHAMENTO = 'S'
            READ FECHAMENTO-FILE NEXT RECORD
                AT END
                    MOVE 'S' TO WS-FIM-FECHAMENTO
                NOT AT END
                    ADD 1 TO WS-QTD-FEC-REGISTROS
                    IF FEC-TURMA = SPACES
                        MOVE 'ESCOLA' TO WS-FEC-TURMA-ANT
                    ELSE
                        MOVE FEC-TURMA TO WS-FEC-TURMA-ANT
                    END-IF
                    DISPLAY 'BIM ' FEC-BIMESTRE ' ' WS-FEC-TURMA-ANT
                        ' FECHADO EM ' FEC-DATA ' POR ' FEC-OPERADOR
                    IF FEC-SITUACAO = 'A'
                        DISPLAY '      REABERTO EM ' FEC-REAB-DATA
                            ' POR ' FEC-REAB-OPERADOR ': '
                            FEC-JUSTIFICATIVA
                    END-IF
            END-READ
        END-PERFORM
        IF WS-QTD-FEC-REGISTROS = ZERO
            DISPLAY 'NENHUM BIMESTRE FECHADO NO ANO LETIVO.'
        END-IF.
       SITUACAO-FECHAMENTO-END.

       SITUACAO-FEC-LINHA.
        PERFORM VARYING WS-FEC-I FROM 1 BY 1 UNTIL WS-FEC-I > 4
            MOVE WS-FEC-I TO WS-FEC-BIM-CONS
            PERFORM VERIFICAR-BIMESTRE-FECHADO
                THRU VERIFICAR-BIMESTRE-FECHADO-END
            IF WS-BIM-FECHADO = 'S'
                MOVE 'FECHADO' TO WS-FEC-SIT-BIM(WS-FEC-I)
            ELSE
                MOVE 'ABERTO' TO WS-FEC-SIT-BIM(WS-FEC-I)
            END-IF
        END-PERFORM
        MOVE SPACES TO WS-FEC-LINHA
        IF WS-FEC-TURMA-CONS = SPACES
            MOVE 'ESCOLA' TO WS-FEC-LINHA
        ELSE
            MOVE WS-FEC-TURMA-CONS TO WS-FEC-LINHA
        END-IF
        MOVE WS-FEC-SIT-BIM(1) TO WS-FEC-LINHA(12:9)
        MOVE WS-FEC-SIT-BIM(2) TO WS-FEC-LINHA(22:9)
        MOVE WS-FEC-SIT-BIM(3) TO WS-FEC-LINHA(32:9)
        MOVE WS-FEC-SIT-BIM(4) TO WS-FEC-LINHA(42:9)
        DISPLAY WS-FEC-LINHA.
       SITUACAO-FEC-LINHA-END.

       LOGIN-OPERADOR.
        MOVE 'N' TO WS-LOGIN-OK
        MOVE SPACES TO WS-OPERADOR
        PERFORM ABRIR-OPERADOR-FILE THRU ABRIR-OPERADOR-FILE-END
        IF WS-OPERADOR-STATUS = '00'
            PERFORM ABRIR-PERFIL-FILE THRU ABRIR-PERFIL-FILE-END
            MOVE ZERO TO WS-LOGIN-TENTATIVAS
            PERFORM LOGIN-TENTATIVA THRU LOGIN-TENTATIVA-END
                UNTIL WS-LOGIN-OK = 'S'
                   OR WS-LOGIN-TENTATIVAS >= WS-LOGIN-MAX
            IF WS-LOGIN-OK = 'S'
                PERFORM CARREGAR-PERMISSOES
                    THRU CARREGAR-PERMISSOES-END
            END-IF
            CLOSE PERFIL-FILE
            CLOSE OPERADOR-FILE
        END-IF.
       LOGIN-OPERADOR-END.

       ABRIR-OPERADOR-FILE.
        OPEN I-O OPERADOR-FILE.
        IF WS-OPERADOR-STATUS = '35'
            OPEN OUTPUT OPERADOR-FILE
            CLOSE OPERADOR-FILE
            OPEN I-O OPERADOR-FILE
        END-IF.
        IF WS-OPERADOR-STATUS NOT = '00'
            DISPLAY 'ERRO AO ABRIR OPERADORES.DAT: '
                WS-OPERADOR-STATUS
        ELSE
            MOVE LOW-VALUES TO OPR-CODIGO
            START OPERADOR-FILE KEY IS NOT LESS THAN OPR-CODIGO
                INVALID KEY
                    PERFORM CRIAR-OPERADOR-INICIAL
                        THRU CRIAR-OPERADOR-INICIAL-END
            END-START
        END-IF.
       ABRIR-OPERADOR-FILE-END.

       CRIAR-OPERADOR-INICIAL.
        MOVE SPACES TO OPR-REGISTRO
        MOVE 'ADMIN' TO OPR-CODIGO
        MOVE 'ADMINISTRADOR DO SISTEMA' TO OPR-NOME
        MOVE 'ADMIN' TO WS-SENHA
        PERFORM CALCULAR-HASH-SENHA THRU CALCULAR-HASH-SENHA-END
        MOVE WS-SENHA-HASH TO OPR-SENHA-HASH
        MOVE 'T'  TO OPR-PERFIL
        MOVE 'A'  TO OPR-SITUACAO
        MOVE ZERO TO OPR-TENTATIVAS
        MOVE 'S'  TO OPR-TROCAR-SENHA
        MOVE ZERO TO OPR-ULTIMO-ACESSO
        WRITE OPR-REGISTRO
            INVALID KEY
                DISPLAY 'ERRO AO CRIAR OPERADOR INICIAL: '
                    WS-OPERADOR-STATUS
            NOT INVALID KEY
                DISPLAY 'CADASTRO DE OPERADORES VAZIO. CRIADO O '
                    'OPERADOR ADMIN (PERFIL TI)'
                DISPLAY 'COM SENHA INICIAL ADMIN, A SER TROCADA NO '
                    'PRIMEIRO ACESSO.'
        END-WRITE.
       CRIAR-OPERADOR-INICIAL-END.

       ABRIR-PERFIL-FILE.
        OPEN I-O PERFIL-FILE.
        IF WS-PERFIL-STATUS = '35'
            OPEN OUTPUT PERFIL-FILE
            CLOSE PERFIL-FILE
            OPEN I-O PERFIL-FILE
        END-IF.
        IF WS-PERFIL-STATUS NOT = '00'
            DISPLAY 'ERRO AO ABRIR PERFIS.DAT: ' WS-PERFIL-STATUS
        ELSE
            PERFORM VARYING WS-PRF-I FROM 1 BY 1 UNTIL WS-PRF-I > 5
                MOVE WS-PRF-PADRAO-CODIGO(WS-PRF-I) TO PRF-PERFIL
                READ PERFIL-FILE
                    INVALID KEY
                        MOVE WS-PRF-PADRAO-NOME(WS-PRF-I)
                            TO PRF-DESCRICAO
                        MOVE WS-PRF-PADRAO-OPCOES(WS-PRF-I)
                            TO PRF-OPCOES
                        WRITE PRF-REGISTRO
                            INVALID KEY
                                DISPLAY 'ERRO AO GRAVAR PERFIL: '
                                    WS-PERFIL-STATUS
                        END-WRITE
                END-READ
            END-PERFORM
        END-IF.
       ABRIR-PERFIL-FILE-END.

       CALCULAR-HASH-SENHA.
        MOVE OPR-CODIGO TO WS-SENHA-CHAVE(1:8)
        MOVE WS-SENHA   TO WS-SENHA-CHAVE(9:8)
        MOVE 7 TO WS-SENHA-HASH
        PERFORM VARYING WS-SENHA-I FROM 1 BY 1 UNTIL WS-SENHA-I > 16
            COMPUTE WS-SENHA-HASH = FUNCTION MOD(WS-SENHA-HASH * 31
                + FUNCTION ORD(WS-SENHA-CHAVE(WS-SENHA-I:1)),
                999999937)
        END-PERFORM.
       CALCULAR-HASH-SENHA-END.

       LOGIN-TENTATIVA.
        ADD 1 TO WS-LOGIN-TENTATIVAS
        MOVE SPACES TO WS-LOGIN-CODIGO
        MOVE SPACES TO WS-SENHA
        MOVE SPACES TO WS-LOGIN-MOTIVO
        DISPLAY 'OPERADOR: '
        ACCEPT WS-LOGIN-CODIGO
        MOVE FUNCTION UPPER-CASE(WS-LOGIN-CODIGO) TO WS-LOGIN-CODIGO
        DISPLAY 'SENHA: '
        ACCEPT WS-SENHA
        MOVE WS-LOGIN-CODIGO TO OPR-CODIGO
        READ OPERADOR-FILE
            INVALID KEY
                MOVE 'OPERADOR NAO CADASTRADO' TO WS-LOGIN-MOTIVO
                DISPLAY 'OPERADOR OU SENHA INVALIDOS.'
            NOT INVALID KEY
                PERFORM LOGIN-VALIDAR-SENHA
                    THRU LOGIN-VALIDAR-SENHA-END
        END-READ
        IF WS-LOGIN-OK = 'N'
            MOVE 'LOGINFALHA' TO WS-AUD-OPERACAO
            MOVE SPACES TO WS-AUD-TEXTO-ANTES
            STRING 'TENTATIVA ' WS-LOGIN-TENTATIVAS ' DE '
                WS-LOGIN-MAX ' NESTA SESSAO'
                DELIMITED BY SIZE INTO WS-AUD-TEXTO-ANTES
            MOVE WS-LOGIN-MOTIVO TO WS-AUD-TEXTO-DEPOIS
            PERFORM AUDITAR-LOGIN THRU AUDITAR-LOGIN-END
        END-IF.
       LOGIN-TENTATIVA-END.

       LOGIN-VALIDAR-SENHA.
        IF OPR-SITUACAO = 'B'
            MOVE 'OPERADOR BLOQUEADO' TO WS-LOGIN-MOTIVO
            DISPLAY 'OPERADOR BLOQUEADO. PROCURE O SETOR DE TI.'
        ELSE
            PERFORM CALCULAR-HASH-SENHA THRU CALCULAR-HASH-SENHA-END
            IF WS-SENHA-HASH NOT = OPR-SENHA-HASH
                MOVE 'SENHA INCORRETA' TO WS-LOGIN-MOTIVO
                DISPLAY 'OPERADOR OU SENHA INVALIDOS.'
                ADD 1 TO OPR-TENTATIVAS
                IF OPR-TENTATIVAS >= WS-LOGIN-MAX
                    MOVE 'B' TO OPR-SITUACAO
                    DISPLAY 'LIMITE DE TENTATIVAS ATINGIDO. OPERADOR '
                        'BLOQUEADO.'
                    MOVE 'BLOQUEIO' TO WS-AUD-OPERACAO
                    MOVE SPACES TO WS-AUD-TEXTO-ANTES
                    STRING OPR-TENTATIVAS ' SENHAS INCORRETAS '
                        'CONSECUTIVAS'
                        DELIMITED BY SIZE INTO WS-AUD-TEXTO-ANTES
                    MOVE 'OPERADOR BLOQUEADO' TO WS-AUD-TEXTO-DEPOIS
                    PERFORM AUDITAR-LOGIN THRU AUDITAR-LOGIN-END
                END-IF
                REWRITE OPR-REGISTRO
                    INVALID KEY
                        DISPLAY 'ERRO AO GRAVAR OPERADOR: '
                            WS-OPERADOR-STATUS
                END-REWRITE
            ELSE
                MOVE 'S' TO WS-SENHA-OK
                IF OPR-TROCAR-SENHA = 'S'
                    DISPLAY 'TROCA DE SENHA OBRIGATORIA.'
                    PERFORM TROCAR-SENHA-OPERADOR
                        THRU TROCAR-SENHA-OPERADOR-END
                END-IF
                IF WS-SENHA-OK = 'N'
                    MOVE 'TROCA DE SENHA NAO CONCLUIDA'
                        TO WS-LOGIN-MOTIVO
                ELSE
                    ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
                    MOVE ZERO         TO OPR-TENTATIVAS
                    MOVE WS-DATA-HOJE TO OPR-ULTIMO-ACESSO
                    REWRITE OPR-REGISTRO
                        INVALID KEY
                            DISPLAY 'ERRO AO GRAVAR OPERADOR: '
                                WS-OPERADOR-STATUS
                    END-REWRITE
                    MOVE 'S' TO WS-LOGIN-OK
                    MOVE OPR-CODIGO TO WS-OPERADOR
                    MOVE OPR-PERFIL TO WS-OPR-PERFIL
                    DISPLAY 'BEM-VINDO(A), ' OPR-NOME
                END-IF
            END-IF
        END-IF.
       LOGIN-VALIDAR-SENHA-END.

       TROCAR-SENHA-OPERADOR.
        MOVE 'N' TO WS-SENHA-OK
        MOVE SPACES TO WS-SENHA-NOVA
        MOVE SPACES TO WS-SENHA-CONF
        DISPLAY 'NOVA SENHA (ATE 8 CARACTERES): '
        ACCEPT WS-SENHA-NOVA
        DISPLAY 'CONFIRME A NOVA SENHA: '
        ACCEPT WS-SENHA-CONF
        IF WS-SENHA-NOVA = SPACES
            DISPLAY 'SENHA EM BRANCO NAO PERMITIDA.'
        ELSE
        IF WS-SENHA-NOVA NOT = WS-SENHA-CONF
            DISPLAY 'CONFIRMACAO NAO CONFERE.'
        ELSE
        IF WS-SENHA-NOVA = WS-SENHA
            DISPLAY 'A NOVA SENHA DEVE SER DIFERENTE DA ATUAL.'
        ELSE
            MOVE WS-SENHA-NOVA TO WS-SENHA
            PERFORM CALCULAR-HASH-SENHA THRU CALCULAR-HASH-SENHA-END
            MOVE WS-SENHA-HASH TO OPR-SENHA-HASH
            MOVE 'N' TO OPR-TROCAR-SENHA
            MOVE 'S' TO WS-SENHA-OK
            DISPLAY 'SENHA ALTERADA.'
        END-IF
        END-IF
        END-IF.
       TROCAR-SENHA-OPERADOR-END.

       AUDITAR-LOGIN.
        MOVE WS-LOGIN-CODIGO TO WS-OPERADOR
        MOVE ZERO TO WS-AUD-TEXTO-MATRIC
        MOVE 'LOGIN' TO WS-AUD-TEXTO-MATERIA
        MOVE SPACES TO WS-AUD-TEXTO-TURMA
        MOVE ZERO TO WS-AUD-BIMESTRE
        PERFORM GRAVAR-AUDITORIA-TEXTO
            THRU GRAVAR-AUDITORIA-TEXTO-END
        MOVE SPACES TO WS-OPERADOR.
       AUDITAR-LOGIN-END.

       CARREGAR-PERMISSOES.
        MOVE WS-OPR-PERFIL TO PRF-PERFIL
        READ PERFIL-FILE
            INVALID KEY
                MOVE ALL 'N' TO WS-OPR-PERMISSOES
                MOVE SPACES TO WS-OPR-PERFIL-NOME
                PERFORM VARYING WS-PRF-I FROM 1 BY 1 UNTIL WS-PRF-I > 5
                    IF WS-PRF-PADRAO-CODIGO(WS-PRF-I) = WS-OPR-PERFIL
                        MOVE WS-PRF-PADRAO-OPCOES(WS-PRF-I)
                            TO WS-OPR-PERMISSOES
                        MOVE WS-PRF-PADRAO-NOME(WS-PRF-I)
                            TO WS-OPR-PERFIL-NOME
                    END-IF
                END-PERFORM
            NOT INVALID KEY
                MOVE PRF-OPCOES    TO WS-OPR-PERMISSOES
                MOVE PRF-DESCRICAO TO WS-OPR-PERFIL-NOME
        END-READ.
       CARREGAR-PERMISSOES-END.

       VERIFICAR-PERMISSAO.
        MOVE 'S' TO WS-PERMITIDO
        IF WS-OPCAO-NUM > ZERO AND WS-OPR-PERFIL NOT = 'T'
            IF WS-OPCAO-NUM = 12 OR WS-OPCAO-NUM = 22
                MOVE 'N' TO WS-PERMITIDO
            ELSE
            IF WS-OPCAO-NUM <= 30
                IF WS-OPR-OPCAO(WS-OPCAO-NUM) NOT = 'S'
                    MOVE 'N' TO WS-PERMITIDO
                END-IF
            END-IF
            END-IF
        END-IF.
       VERIFICAR-PERMISSAO-END.

       REGISTRAR-ACESSO-NEGADO.
        MOVE 'ACESSONEG' TO WS-AUD-OPERACAO
        MOVE ZERO TO WS-AUD-TEXTO-MATRIC
        MOVE SPACES TO WS-AUD-TEXTO-TURMA
        MOVE ZERO TO WS-AUD-BIMESTRE
        MOVE SPACES TO WS-AUD-TEXTO-ANTES
        STRING 'PERFIL ' WS-OPR-PERFIL-NOME
            DELIMITED BY SIZE INTO WS-AUD-TEXTO-ANTES
        MOVE 'ACESSO NEGADO' TO WS-AUD-TEXTO-DEPOIS
        PERFORM GRAVAR-AUDITORIA-TEXTO
            THRU GRAVAR-AUDITORIA-TEXTO-END.
       REGISTRAR-ACESSO-NEGADO-END.

       MENU-OPERADORES.
        PERFORM ABRIR-OPERADOR-FILE THRU ABRIR-OPERADOR-FILE-END
        IF WS-OPERADOR-STATUS = '00'
            PERFORM ABRIR-PERFIL-FILE THRU ABRIR-PERFIL-FILE-END
            MOVE SPACE TO WS-OPCAO-OPERADOR
            PERFORM MENU-OPERADORES-OPCAO
                THRU MENU-OPERADORES-OPCAO-END
                UNTIL WS-OPCAO-OPERADOR = '0'
            CLOSE PERFIL-FILE
            CLOSE OPERADOR-FILE
        END-IF.
       MENU-OPERADORES-END.

       MENU-OPERADORES-OPCAO.
        DISPLAY ' '
        DISPLAY '*** OPERADORES E PERMISSOES ***'
        DISPLAY '1 - INCLUIR/ALTERAR OPERADOR'
        DISPLAY '2 - REDEFINIR SENHA'
        DISPLAY '3 - BLOQUEAR/DESBLOQUEAR OPERADOR'
        DISPLAY '4 - LISTAR OPERADORES'
        DISPLAY '5 - PERMISSOES POR PERFIL'
        DISPLAY '0 - VOLTAR'
        DISPLAY 'ESCOLHA UMA OPCAO: '
        ACCEPT WS-OPCAO-OPERADOR.

        EVALUATE WS-OPCAO-OPERADOR
            WHEN '1'
                PERFORM INCLUIR-OPERADOR THRU INCLUIR-OPERADOR-END
            WHEN '2'
                PERFORM REDEFINIR-SENHA THRU REDEFINIR-SENHA-END
            WHEN '3'
                PERFORM BLOQUEAR-OPERADOR THRU BLOQUEAR-OPERADOR-END
            WHEN '4'
                PERFORM LISTAR-OPERADORES THRU LISTAR-OPERADORES-END
            WHEN '5'
                PERFORM PERMISSOES-PERFIL THRU PERMISSOES-PERFIL-END
            WHEN '0'
                CONTINUE
            WHEN OTHER
                DISPLAY 'OPCAO INVALIDA.'
        END-EVALUATE.
       MENU-OPERADORES-OPCAO-END.

       ENTRAR-CODIGO-OPERADOR.
        MOVE SPACES TO WS-LOGIN-CODIGO
        DISPLAY 'CODIGO DO OPERADOR: '
        ACCEPT WS-LOGIN-CODIGO
        MOVE FUNCTION UPPER-CASE(WS-LOGIN-CODIGO) TO WS-LOGIN-CODIGO
        MOVE 'N' TO WS-OPR-ENCONTRADO
        IF WS-LOGIN-CODIGO NOT = SPACES
            MOVE WS-LOGIN-CODIGO TO OPR-CODIGO
            READ OPERADOR-FILE
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE 'S' TO WS-OPR-ENCONTRADO
            END-READ
        END-IF.
       ENTRAR-CODIGO-OPERADOR-END.

       ENTRAR-PERFIL-OPERADOR.
        MOVE ZERO TO WS-PRF-ACHADO
        PERFORM UNTIL WS-PRF-ACHADO > ZERO
            DISPLAY 'PERFIL (S=SECRETARIA P=PROFESSOR C=COORDENACAO'
            DISPLAY '        D=DIRECAO T=TI): '
            MOVE SPACE TO WS-OPR-PERFIL-NOVO
            ACCEPT WS-OPR-PERFIL-NOVO
            MOVE FUNCTION UPPER-CASE(WS-OPR-PERFIL-NOVO)
                TO WS-OPR-PERFIL-NOVO
            PERFORM VARYING WS-PRF-I FROM 1 BY 1 UNTIL WS-PRF-I > 5
                IF WS-PRF-PADRAO-CODIGO(WS-PRF-I) = WS-OPR-PERFIL-NOVO
                    MOVE WS-PRF-I TO WS-PRF-ACHADO
                END-IF
            END-PERFORM
            IF WS-PRF-ACHADO = ZERO
                DISPLAY 'PERFIL INVALIDO.'
            END-IF
        END-PERFORM.
       ENTRAR-PERFIL-OPERADOR-END.

       INCLUIR-OPERADOR.
        PERFORM ENTRAR-CODIGO-OPERADOR
            THRU ENTRAR-CODIGO-OPERADOR-END
        IF WS-LOGIN-CODIGO = SPACES
            DISPLAY 'CODIGO NAO INFORMADO.'
        ELSE
        IF WS-LOGIN-CODIGO = 'BATCH' OR WS-LOGIN-CODIGO = 'NOTURNO'
            DISPLAY 'CODIGO RESERVADO AO PROCESSAMENTO AUTOMATICO.'
        ELSE
            IF WS-OPR-ENCONTRADO = 'S'
                DISPLAY 'NOME.....: ' OPR-NOME
                DISPLAY 'PERFIL...: ' OPR-PERFIL
                DISPLAY 'SITUACAO.: ' OPR-SITUACAO
            ELSE
                MOVE SPACES TO OPR-REGISTRO
                MOVE WS-LOGIN-CODIGO TO OPR-CODIGO
                MOVE 'A'  TO OPR-SITUACAO
                MOVE ZERO TO OPR-TENTATIVAS
                MOVE ZERO TO OPR-ULTIMO-ACESSO
            END-IF
            DISPLAY 'NOME DO OPERADOR: '
            ACCEPT OPR-NOME
            MOVE FUNCTION UPPER-CASE(OPR-NOME) TO OPR-NOME
            PERFORM ENTRAR-PERFIL-OPERADOR
                THRU ENTRAR-PERFIL-OPERADOR-END
            IF OPR-CODIGO = WS-OPERADOR
               AND WS-OPR-PERFIL-NOVO NOT = OPR-PERFIL
                DISPLAY 'NAO E PERMITIDO ALTERAR O PROPRIO PERFIL.'
            ELSE
                MOVE WS-OPR-PERFIL-NOVO TO OPR-PERFIL
                MOVE SPACES TO WS-AUD-TEXTO-ANTES
                MOVE SPACES TO WS-AUD-TEXTO-DEPOIS
                STRING 'PERFIL ' OPR-PERFIL ' - ' OPR-NOME
                    DELIMITED BY SIZE INTO WS-AUD-TEXTO-DEPOIS
                IF WS-OPR-ENCONTRADO = 'S'
                    MOVE 'ALTERACAO DE OPERADOR' TO WS-AUD-TEXTO-ANTES
                    REWRITE OPR-REGISTRO
                        INVALID KEY
                            DISPLAY 'ERRO AO ALTERAR OPERADOR: '
                                WS-OPERADOR-STATUS
                        NOT INVALID KEY
                            DISPLAY 'OPERADOR ALTERADO.'
                    END-REWRITE
                ELSE
                    MOVE 'N' TO WS-SENHA-OK
                    PERFORM UNTIL WS-SENHA-OK = 'S'
                        MOVE SPACES TO WS-SENHA
                        DISPLAY 'SENHA INICIAL (TROCA NO PRIMEIRO '
                            'ACESSO): '
                        ACCEPT WS-SENHA
                        IF WS-SENHA = SPACES
                            DISPLAY 'SENHA EM BRANCO NAO PERMITIDA.'
                        ELSE
                            MOVE 'S' TO WS-SENHA-OK
                        END-IF
                    END-PERFORM
                    PERFORM CALCULAR-HASH-SENHA
                        THRU CALCULAR-HASH-SENHA-END
                    MOVE WS-SENHA-HASH TO OPR-SENHA-HASH
                    MOVE 'S' TO OPR-TROCAR-SENHA
                    MOVE 'INCLUSAO DE OPERADOR' TO WS-AUD-TEXTO-ANTES
                    WRITE OPR-REGISTRO
                        INVALID KEY
                            DISPLAY 'ERRO AO INCLUIR OPERADOR: '
                                WS-OPERADOR-STATUS
                        NOT INVALID KEY
                            DISPLAY 'OPERADOR INCLUIDO.'
                    END-WRITE
                END-IF
                IF WS-OPERADOR-STATUS = '00'
                    PERFORM AUDITAR-OPERADOR
                        THRU AUDITAR-OPERADOR-END
                END-IF
            END-IF
        END-IF
        END-IF.
       INCLUIR-OPERADOR-END.

       REDEFINIR-SENHA.
        PERFORM ENTRAR-CODIGO-OPERADOR
            THRU ENTRAR-CODIGO-OPERADOR-END
        IF WS-OPR-ENCONTRADO = 'N'
            DISPLAY 'OPERADOR NAO CADASTRADO.'
        ELSE
            MOVE SPACES TO WS-SENHA
            DISPLAY 'NOVA SENHA PROVISORIA: '
            ACCEPT WS-SENHA
            IF WS-SENHA = SPACES
                DISPLAY 'SENHA EM BRANCO NAO PERMITIDA.'
            ELSE
                PERFORM CALCULAR-HASH-SENHA
                    THRU CALCULAR-HASH-SENHA-END
                MOVE WS-SENHA-HASH TO OPR-SENHA-HASH
                MOVE 'S'  TO OPR-TROCAR-SENHA
                MOVE ZERO TO OPR-TENTATIVAS
                MOVE 'A'  TO OPR-SITUACAO
                REWRITE OPR-REGISTRO
                    INVALID KEY
                        DISPLAY 'ERRO AO GRAVAR OPERADOR: '
                            WS-OPERADOR-STATUS
                    NOT INVALID KEY
                        DISPLAY 'SENHA REDEFINIDA. O OPERADOR DEVERA '
                            'TROCA-LA NO PROXIMO ACESSO.'
                        MOVE 'REDEFINICAO DE SENHA'
                            TO WS-AUD-TEXTO-ANTES
                        MOVE 'SENHA PROVISORIA, OPERADOR ATIVO'
                            TO WS-AUD-TEXTO-DEPOIS
                        PERFORM AUDITAR-OPERADOR
                            THRU AUDITAR-OPERADOR-END
                END-REWRITE
            END-IF
        END-IF.
       REDEFINIR-SENHA-END.

       BLOQUEAR-OPERADOR.
        PERFORM ENTRAR-CODIGO-OPERADOR
            THRU ENTRAR-CODIGO-OPERADOR-END
        IF WS-OPR-ENCONTRADO = 'N'
            DISPLAY 'OPERADOR NAO CADASTRADO.'
        ELSE
        IF OPR-CODIGO = WS-OPERADOR
            DISPLAY 'NAO E PERMITIDO BLOQUEAR O PROPRIO OPERADOR.'
        ELSE
            MOVE SPACES TO WS-AUD-TEXTO-DEPOIS
            IF OPR-SITUACAO = 'B'
                MOVE 'A'  TO OPR-SITUACAO
                MOVE ZERO TO OPR-TENTATIVAS
                MOVE 'DESBLOQUEIO DE OPERADOR' TO WS-AUD-TEXTO-ANTES
                MOVE 'OPERADOR ATIVO' TO WS-AUD-TEXTO-DEPOIS
            ELSE
                MOVE 'B' TO OPR-SITUACAO
                MOVE 'BLOQUEIO DE OPERADOR' TO WS-AUD-TEXTO-ANTES
                MOVE 'OPERADOR BLOQUEADO' TO WS-AUD-TEXTO-DEPOIS
            END-IF
            REWRITE OPR-REGISTRO
                INVALID KEY
                    DISPLAY 'ERRO AO GRAVAR OPERADOR: '
                        WS-OPERADOR-STATUS
                NOT INVALID KEY
                    DISPLAY WS-AUD-TEXTO-DEPOIS
                    PERFORM AUDITAR-OPERADOR
                        THRU AUDITAR-OPERADOR-END
            END-REWRITE
        END-IF
        END-IF.
       BLOQUEAR-OPERADOR-END.

       AUDITAR-OPERADOR.
        MOVE 'OPERADOR' TO WS-AUD-OPERACAO
        MOVE ZERO TO WS-AUD-TEXTO-MATRIC
        MOVE SPACES TO WS-AUD-TEXTO-MATERIA
        STRING 'OPERADOR ' OPR-CODIGO
            DELIMITED BY SIZE INTO WS-AUD-TEXTO-MATERIA
        MOVE SPACES TO WS-AUD-TEXTO-TURMA
        MOVE ZERO TO WS-AUD-BIMESTRE
        PERFORM GRAVAR-AUDITORIA-TEXTO
            THRU GRAVAR-AUDITORIA-TEXTO-END.
       AUDITAR-OPERADOR-END.

       LISTAR-OPERADORES.
        DISPLAY ' '
        DISPLAY 'CODIGO   NOME                           P S ULT.ACESSO'
        MOVE ZERO TO WS-QTD-OPERADORES
        MOVE 'N' TO WS-FIM-OPERADOR
        MOVE LOW-VALUES TO OPR-CODIGO
        START OPERADOR-FILE KEY IS NOT LESS THAN OPR-CODIGO
            INVALID KEY
                MOVE 'S' TO WS-FIM-OPERADOR
        END-START
        PERFORM UNTIL WS-FIM-OPERADOR = 'S'
            READ OPERADOR-FILE NEXT RECORD
                AT END
                    MOVE 'S' TO WS-FIM-OPERADOR
                NOT AT END
                    ADD 1 TO WS-QTD-OPERADORES
                    IF OPR-TROCAR-SENHA = 'S'
                        DISPLAY OPR-CODIGO ' ' OPR-NOME ' '
                            OPR-PERFIL ' ' OPR-SITUACAO ' '
                            OPR-ULTIMO-ACESSO ' (TROCA DE SENHA)'
                    ELSE
                        DISPLAY OPR-CODIGO ' ' OPR-NOME ' '
                            OPR-PERFIL ' ' OPR-SITUACAO ' '
                            OPR-ULTIMO-ACESSO
                    END-IF
            END-READ
        END-PERFORM
        DISPLAY 'TOTAL DE OPERADORES: ' WS-QTD-OPERADORES.
       LISTAR-OPERADORES-END.

       PERMISSOES-PERFIL.
        PERFORM ENTRAR-PERFIL-OPERADOR
            THRU ENTRAR-PERFIL-OPERADOR-END
        IF WS-OPR-PERFIL-NOVO = 'T'
            DISPLAY 'O PERFIL TI TEM ACESSO A TODAS AS OPCOES.'
        ELSE
            MOVE WS-OPR-PERFIL-NOVO TO PRF-PERFIL
            READ PERFIL-FILE
                INVALID KEY
                    DISPLAY 'PERFIL NAO ENCONTRADO EM PERFIS.DAT: '
                        WS-PERFIL-STATUS
                NOT INVALID KEY
                    MOVE PRF-OPCOES TO WS-AUD-TEXTO-ANTES
                    MOVE 99 TO WS-PRF-OPCAO-ALT
                    PERFORM PERMISSOES-PERFIL-ALTERAR
                        THRU PERMISSOES-PERFIL-ALTERAR-END
                        UNTIL WS-PRF-OPCAO-ALT = ZERO
                    IF PRF-OPCOES NOT = WS-AUD-TEXTO-ANTES
                        REWRITE PRF-REGISTRO
                            INVALID KEY
                                DISPLAY 'ERRO AO GRAVAR PERFIL: '
                                    WS-PERFIL-STATUS
                            NOT INVALID KEY
                                DISPLAY 'PERMISSOES GRAVADAS. VALEM A '
                                    'PARTIR DO PROXIMO ACESSO.'
                                MOVE PRF-OPCOES TO WS-AUD-TEXTO-DEPOIS
                                MOVE 'OPERADOR' TO WS-AUD-OPERACAO
                                MOVE ZERO TO WS-AUD-TEXTO-MATRIC
                                MOVE SPACES TO WS-AUD-TEXTO-MATERIA
                                STRING 'PERFIL ' PRF-DESCRICAO
                                    DELIMITED BY SIZE
                                    INTO WS-AUD-TEXTO-MATERIA
                                MOVE SPACES TO WS-AUD-TEXTO-TURMA
                                MOVE ZERO TO WS-AUD-BIMESTRE
                                PERFORM GRAVAR-AUDITORIA-TEXTO
                                    THRU GRAVAR-AUDITORIA-TEXTO-END
                        END-REWRITE
                    END-IF
            END-READ
        END-IF.
       PERMISSOES-PERFIL-END.

       PERMISSOES-PERFIL-ALTERAR.
        DISPLAY ' '
        DISPLAY 'PERMISSOES DO PERFIL ' PRF-DESCRICAO
            ' (S = PERMITIDA):'
        PERFORM VARYING WS-PRF-I FROM 1 BY 1
                UNTIL WS-PRF-I > WS-MENU-MAX-OPCAO
            IF WS-PRF-I = 12 OR WS-PRF-I = 22
                DISPLAY '  OPCAO ' WS-PRF-I ': EXCLUSIVA DO PERFIL TI'
            ELSE
                DISPLAY '  OPCAO ' WS-PRF-I ': ' PRF-OPCAO(WS-PRF-I)
            END-IF
        END-PERFORM
        MOVE ZERO TO WS-PRF-OPCAO-ALT
        DISPLAY 'OPCAO A INVERTER (0 = ENCERRAR): '
        ACCEPT WS-PRF-OPCAO-ALT
        IF WS-PRF-OPCAO-ALT > WS-MENU-MAX-OPCAO
            DISPLAY 'OPCAO INEXISTENTE NO MENU PRINCIPAL.'
        ELSE
        IF WS-PRF-OPCAO-ALT = 12 OR WS-PRF-OPCAO-ALT = 22
            DISPLAY 'OPCAO EXCLUSIVA DO PERFIL TI.'
        ELSE
        IF WS-PRF-OPCAO-ALT > ZERO
            IF PRF-OPCAO(WS-PRF-OPCAO-ALT) = 'S'
                MOVE 'N' TO PRF-OPCAO(WS-PRF-OPCAO-ALT)
            ELSE
                MOVE 'S' TO PRF-OPCAO(WS-PRF-OPCAO-ALT)
            END-IF
        END-IF
        END-IF
        END-IF.
       PERMISSOES-PERFIL-ALTERAR-END.

       RECALCULO.
        DISPLAY ' '
        DISPLAY '*** RECALCULO DE MEDIAS E STATUS ***'
        DISPLAY 'REGRAS EM VIGOR: MEDIA APROVACAO ' WS-PAR-MEDIA-APROV
            ' RECUPERACAO ' WS-PAR-MEDIA-RECUP
            ' FREQ. MINIMA ' WS-FREQUENCIA-MINIMA '%'
        MOVE SPACES TO WS-RCL-TURMA
        DISPLAY 'TURMA (BRANCO = TODAS): '
        ACCEPT WS-RCL-TURMA
        MOVE FUNCTION UPPER-CASE(WS-RCL-TURMA) TO WS-RCL-TURMA
        MOVE SPACE TO WS-RCL-MODO
        PERFORM UNTIL WS-RCL-MODO = 'S' OR WS-RCL-MODO = 'E'
            DISPLAY 'MODO (S = SIMULACAO, E = EFETIVAR): '
            ACCEPT WS-RCL-MODO
            MOVE FUNCTION UPPER-CASE(WS-RCL-MODO) TO WS-RCL-MODO
        END-PERFORM
        IF WS-RCL-MODO = 'S'
            PERFORM RECALCULO-EXECUTAR THRU RECALCULO-EXECUTAR-END
        ELSE
            DISPLAY 'AS MEDIAS E STATUS GRAVADOS SERAO SUBSTITUIDOS.'
            DISPLAY 'CONFIRMA O RECALCULO (S/N)? '
            ACCEPT WS-CONFIRMA
            MOVE FUNCTION UPPER-CASE(WS-CONFIRMA) TO WS-CONFIRMA
            IF WS-CONFIRMA NOT = 'S'
                DISPLAY 'RECALCULO CANCELADO.'
            ELSE
                PERFORM VERIFICAR-EXCLUSIVO
                    THRU VERIFICAR-EXCLUSIVO-END
                IF WS-EXCLUSIVO-OK = 'N'
                    DISPLAY 'RECALCULO CANCELADO.'
                ELSE
                    PERFORM RECALCULO-EXECUTAR
                        THRU RECALCULO-EXECUTAR-END
                    PERFORM DESTRAVAR-EXCLUSIVO
                        THRU DESTRAVAR-EXCLUSIVO-END
                END-IF
            END-IF
        END-IF.
       RECALCULO-END.

       RECALCULO-EXECUTAR.
        OPEN OUTPUT RCLPRT-FILE
        IF WS-RCLPRT-STATUS NOT = '00'
            DISPLAY 'ERRO AO ABRIR RECALC.PRT: ' WS-RCLPRT-STATUS
            MOVE 'S' TO WS-EXEC-ERRO
        ELSE
            MOVE ZERO TO WS-QTD-RCL-LIDOS
            MOVE ZERO TO WS-QTD-RCL-ALTERADOS
            MOVE ZERO TO WS-QTD-RCL-GRAVADOS
            MOVE ZERO TO WS-QTD-RCL-FECHADOS
            MOVE ZERO TO WS-QTD-RCL-CONSELHO
            MOVE ZERO TO WS-QTD-RCL-DEPEND
            MOVE SPACES TO RCLPRT-LINE
            STRING 'RECALCULO DE MEDIAS E STATUS - ' WS-ESCOLA-NOME
                DELIMITED BY SIZE INTO RCLPRT-LINE
            WRITE RCLPRT-LINE
            MOVE SPACES TO RCLPRT-LINE
            IF WS-RCL-MODO = 'E'
                MOVE 'MODO: EFETIVACAO' TO RCLPRT-LINE
            ELSE
                MOVE 'MODO: SIMULACAO (NADA FOI GRAVADO)'
                    TO RCLPRT-LINE
            END-IF
            WRITE RCLPRT-LINE
            MOVE SPACES TO RCLPRT-LINE
            IF WS-RCL-TURMA = SPACES
                MOVE 'TURMA: TODAS' TO RCLPRT-LINE
            ELSE
                STRING 'TURMA: ' WS-RCL-TURMA
                    DELIMITED BY SIZE INTO RCLPRT-LINE
            END-IF
            WRITE RCLPRT-LINE
            MOVE SPACES TO RCLPRT-LINE
            STRING 'MEDIA APROVACAO: ' WS-PAR-MEDIA-APROV
                '  RECUPERACAO: ' WS-PAR-MEDIA-RECUP
                '  FREQ. MINIMA: ' WS-FREQUENCIA-MINIMA '%'
                DELIMITED BY SIZE INTO RCLPRT-LINE
            WRITE RCLPRT-LINE
            MOVE '----------------------------------------'
                TO RCLPRT-LINE
            WRITE RCLPRT-LINE

            MOVE 'N' TO WS-FIM-ALUNOS
            MOVE LOW-VALUES TO ALU-CHAVE
            START ALUNOS-FILE KEY IS NOT LESS THAN ALU-CHAVE
                INVALID KEY
                    MOVE 'S' TO WS-FIM-ALUNOS
            END-START
            PERFORM UNTIL WS-FIM-ALUNOS = 'S'
                READ ALUNOS-FILE NEXT RECORD
                    AT END
                        MOVE 'S' TO WS-FIM-ALUNOS
                    NOT AT END
                        IF WS-RCL-TURMA = SPACES
                           OR ALU-TURMA = WS-RCL-TURMA
                            PERFORM RECALCULO-REGISTRO
                                THRU RECALCULO-REGISTRO-END
                        END-IF
                END-READ
            END-PERFORM

            MOVE '----------------------------------------'
                TO RCLPRT-LINE
            WRITE RCLPRT-LINE
            MOVE SPACES TO RCLPRT-LINE
            STRING 'REGISTROS LIDOS......: ' WS-QTD-RCL-LIDOS
                DELIMITED BY SIZE INTO RCLPRT-LINE
            WRITE RCLPRT-LINE
            MOVE SPACES TO RCLPRT-LINE
            STRING 'REGISTROS ALTERADOS..: ' WS-QTD-RCL-ALTERADOS
                DELIMITED BY SIZE INTO RCLPRT-LINE
            WRITE RCLPRT-LINE
            IF WS-RCL-MODO = 'E'
                MOVE SPACES TO RCLPRT-LINE
                STRING 'REGISTROS GRAVADOS...: ' WS-QTD-RCL-GRAVADOS
                    DELIMITED BY SIZE INTO RCLPRT-LINE
                WRITE RCLPRT-LINE
            END-IF
            MOVE SPACES TO RCLPRT-LINE
            STRING 'BIMESTRES FECHADOS MANTIDOS: ' WS-QTD-RCL-FECHADOS
                DELIMITED BY SIZE INTO RCLPRT-LINE
            WRITE RCLPRT-LINE
            MOVE SPACES TO RCLPRT-LINE
            STRING 'DECISOES DO CONSELHO MANTIDAS: '
                WS-QTD-RCL-CONSELHO
                DELIMITED BY SIZE INTO RCLPRT-LINE
            WRITE RCLPRT-LINE
            MOVE SPACES TO RCLPRT-LINE
            STRING 'DEPENDENCIAS CONCEDIDAS MANTIDAS: '
                WS-QTD-RCL-DEPEND
                DELIMITED BY SIZE INTO RCLPRT-LINE
            WRITE RCLPRT-LINE
            CLOSE RCLPRT-FILE
            DISPLAY 'REGISTROS LIDOS.....: ' WS-QTD-RCL-LIDOS
            DISPLAY 'REGISTROS ALTERADOS.: ' WS-QTD-RCL-ALTERADOS
            IF WS-RCL-MODO = 'E'
                DISPLAY 'REGISTROS GRAVADOS..: ' WS-QTD-RCL-GRAVADOS
                IF WS-QTD-RCL-GRAVADOS < WS-QTD-RCL-ALTERADOS
                    MOVE 'S' TO WS-EXEC-ERRO
                END-IF
            END-IF
            DISPLAY 'LISTA ANTES/DEPOIS EM RECALC.PRT'
        END-IF.
       RECALCULO-EXECUTAR-END.

       RECALCULO-REGISTRO.
        ADD 1 TO WS-QTD-RCL-LIDOS
        MOVE ALU-REGISTRO TO WS-RCL-ANTES
        MOVE 'N' TO WS-RCL-ALTERADO
        MOVE ZERO TO WS-RCL-BIM-ALTERADOS
        MOVE ALU-TURMA TO WS-FEC-TURMA-CONS
        PERFORM VARYING WS-RCL-BIM FROM 1 BY 1 UNTIL WS-RCL-BIM > 4
            MOVE 'N' TO WS-RCL-BIM-MUDOU(WS-RCL-BIM)
            MOVE WS-RCL-BIM TO WS-FEC-BIM-CONS
            PERFORM VERIFICAR-BIMESTRE-FECHADO
                THRU VERIFICAR-BIMESTRE-FECHADO-END
            IF WS-BIM-FECHADO = 'S'
                ADD 1 TO WS-QTD-RCL-FECHADOS
            ELSE
            IF ALU-STATUS(WS-RCL-BIM) NOT = SPACES
                MOVE ALU-MATERIA TO WS-MATERIA
                MOVE ALU-NOTA-1(WS-RCL-BIM) TO WS-NOTA-1
                MOVE ALU-NOTA-2(WS-RCL-BIM) TO WS-NOTA-2
                MOVE ALU-NOTA-3(WS-RCL-BIM) TO WS-NOTA-3
                MOVE ALU-NOTA-4(WS-RCL-BIM) TO WS-NOTA-4
                PERFORM CALCULAR-MEDIA THRU CALCULAR-MEDIA-END
                MOVE ALU-FREQUENCIA(WS-RCL-BIM) TO WS-FREQUENCIA
                PERFORM VERIFICAR-NOTA THRU VERIFICAR-NOTA-END
                MOVE WS-MEDIA  TO ALU-MEDIA(WS-RCL-BIM)
                MOVE WS-STATUS TO ALU-STATUS(WS-RCL-BIM)
                IF ALU-MEDIA(WS-RCL-BIM)
                       NOT = WS-RCL-ANT-MEDIA(WS-RCL-BIM)
                   OR ALU-STATUS(WS-RCL-BIM)
                       NOT = WS-RCL-ANT-STATUS(WS-RCL-BIM)
                    MOVE 'S' TO WS-RCL-BIM-MUDOU(WS-RCL-BIM)
                    MOVE 'S' TO WS-RCL-ALTERADO
                    ADD 1 TO WS-RCL-BIM-ALTERADOS
                END-IF
            END-IF
            END-IF
        END-PERFORM

        MOVE WS-BIM-FECHADO TO WS-RCL-FINAL-FECHADO
        IF ALU-STATUS-FINAL = 'APROV CONSELHO'
            ADD 1 TO WS-QTD-RCL-CONSELHO
        ELSE
        IF ALU-STATUS-FINAL = 'APROV DEPENDENCIA'
            ADD 1 TO WS-QTD-RCL-DEPEND
        ELSE
        IF WS-RCL-FINAL-FECHADO = 'N'
            IF ALU-MEDIA-RECUP = ZERO
                PERFORM CALCULAR-MEDIA-FINAL
                    THRU CALCULAR-MEDIA-FINAL-END
            ELSE
                PERFORM RECALCULO-RECUPERACAO
                    THRU RECALCULO-RECUPERACAO-END
            END-IF
        END-IF
        END-IF
        END-IF
        IF ALU-MEDIA-FINAL NOT = WS-RCL-ANT-MEDIA-FINAL
           OR ALU-STATUS-FINAL NOT = WS-RCL-ANT-STATUS-FINAL
           OR ALU-MEDIA-RECUP NOT = WS-RCL-ANT-MEDIA-RECUP
            MOVE 'S' TO WS-RCL-ALTERADO
        END-IF

        IF WS-RCL-ALTERADO = 'S'
            ADD 1 TO WS-QTD-RCL-ALTERADOS
            PERFORM RECALCULO-IMPRIMIR THRU RECALCULO-IMPRIMIR-END
            IF WS-RCL-MODO = 'E'
                MOVE ALU-REGISTRO TO WS-RCL-REG-DEPOIS
                REWRITE ALU-REGISTRO
                    INVALID KEY
                        DISPLAY 'ERRO AO GRAVAR RECALCULO: '
                            ALU-MATRICULA ' ' WS-ALUNOS-STATUS
                    NOT INVALID KEY
                        ADD 1 TO WS-QTD-RCL-GRAVADOS
                        PERFORM RECALCULO-AUDITORIA
                            THRU RECALCULO-AUDITORIA-END
                END-REWRITE
            END-IF
        END-IF.
       RECALCULO-REGISTRO-END.

       RECALCULO-RECUPERACAO.
        IF ALU-STATUS(1) NOT = SPACES AND ALU-STATUS(2) NOT = SPACES
           AND ALU-STATUS(3) NOT = SPACES AND ALU-STATUS(4) NOT = SPACES
            COMPUTE ALU-MEDIA-FINAL ROUNDED =
                (ALU-MEDIA(1) + ALU-MEDIA(2) +
                 ALU-MEDIA(3) + ALU-MEDIA(4)) / 4
            COMPUTE ALU-MEDIA-RECUP ROUNDED =
                (ALU-MEDIA-FINAL + ALU-NOTA-RECUP) / 2
            IF ALU-STATUS(1) = 'REPROVADO POR FALTA'
               OR ALU-STATUS(2) = 'REPROVADO POR FALTA'
               OR ALU-STATUS(3) = 'REPROVADO POR FALTA'
               OR ALU-STATUS(4) = 'REPROVADO POR FALTA'
                MOVE 'REPROVADO POR FALTA' TO ALU-STATUS-FINAL
            ELSE
            IF ALU-MEDIA-FINAL >= WS-PAR-MEDIA-APROV
               OR ALU-MEDIA-RECUP >= WS-PAR-MEDIA-RECUP
                MOVE 'APROVADO' TO ALU-STATUS-FINAL
            ELSE
                MOVE 'REPROVADO' TO ALU-STATUS-FINAL
            END-IF
            END-IF
        END-IF.
       RECALCULO-RECUPERACAO-END.

       RECALCULO-IMPRIMIR.
        MOVE SPACES TO RCLPRT-LINE
        STRING ALU-MATRICULA ' ' ALU-NOME ' ' ALU-TURMA
            DELIMITED BY SIZE INTO RCLPRT-LINE
        WRITE RCLPRT-LINE
        MOVE SPACES TO RCLPRT-LINE
        STRING '  MATERIA: ' ALU-MATERIA
            DELIMITED BY SIZE INTO RCLPRT-LINE
        WRITE RCLPRT-LINE
        PERFORM VARYING WS-RCL-BIM FROM 1 BY 1 UNTIL WS-RCL-BIM > 4
            IF WS-RCL-BIM-MUDOU(WS-RCL-BIM) = 'S'
                MOVE SPACES TO RCLPRT-LINE
                STRING '  BIM ' WS-RCL-BIM ' MEDIA '
                    WS-RCL-ANT-MEDIA(WS-RCL-BIM) ' -> '
                    ALU-MEDIA(WS-RCL-BIM) '  '
                    WS-RCL-ANT-STATUS(WS-RCL-BIM) ' -> '
                    ALU-STATUS(WS-RCL-BIM)
                    DELIMITED BY SIZE INTO RCLPRT-LINE
                WRITE RCLPRT-LINE
            END-IF
        END-PERFORM
        IF ALU-MEDIA-FINAL NOT = WS-RCL-ANT-MEDIA-FINAL
           OR ALU-STATUS-FINAL NOT = WS-RCL-ANT-STATUS-FINAL
           OR ALU-MEDIA-RECUP NOT = WS-RCL-ANT-MEDIA-RECUP
            IF WS-RCL-ANT-MEDIA-RECUP > ZERO
                MOVE WS-RCL-ANT-MEDIA-RECUP TO WS-RCL-MF-ANT-ED
            ELSE
                MOVE WS-RCL-ANT-MEDIA-FINAL TO WS-RCL-MF-ANT-ED
            END-IF
            IF ALU-MEDIA-RECUP > ZERO
                MOVE ALU-MEDIA-RECUP TO WS-RCL-MF-NOVA-ED
            ELSE
                MOVE ALU-MEDIA-FINAL TO WS-RCL-MF-NOVA-ED
            END-IF
            MOVE SPACES TO RCLPRT-LINE
            STRING '  FINAL ' WS-RCL-MF-ANT-ED ' -> '
                WS-RCL-MF-NOVA-ED '  '
                WS-RCL-ANT-STATUS-FINAL ' -> ' ALU-STATUS-FINAL
                DELIMITED BY SIZE INTO RCLPRT-LINE
            WRITE RCLPRT-LINE
        END-IF.
       RECALCULO-IMPRIMIR-END.

       RECALCULO-AUDITORIA.
        MOVE 'RECALCULO' TO WS-AUD-OPERACAO
        IF WS-RCL-BIM-ALTERADOS = ZERO
            MOVE WS-RCL-ANTES TO ALU-REGISTRO
            MOVE ZERO TO WS-AUD-BIMESTRE
            PERFORM CAPTURAR-AUD-IMAGEM THRU CAPTURAR-AUD-IMAGEM-END
            MOVE WS-AUD-IMAGEM TO WS-AUD-ANTES-SALVA
            MOVE WS-RCL-REG-DEPOIS TO ALU-REGISTRO
            PERFORM GRAVAR-AUDITORIA THRU GRAVAR-AUDITORIA-END
        ELSE
            PERFORM VARYING WS-RCL-BIM FROM 1 BY 1
                    UNTIL WS-RCL-BIM > 4
                IF WS-RCL-BIM-MUDOU(WS-RCL-BIM) = 'S'
                    MOVE WS-RCL-ANTES TO ALU-REGISTRO
                    MOVE WS-RCL-BIM TO WS-AUD-BIMESTRE
                    PERFORM CAPTURAR-AUD-IMAGEM
                        THRU CAPTURAR-AUD-IMAGEM-END
                    MOVE WS-AUD-IMAGEM TO WS-AUD-ANTES-SALVA
                    MOVE WS-RCL-REG-DEPOIS TO ALU-REGISTRO
                    PERFORM GRAVAR-AUDITORIA
                        THRU GRAVAR-AUDITORIA-END
                END-IF
            END-PERFORM
        END-IF.
       RECALCULO-AUDITORIA-END.

       AUDITAR-ADMISSAO.
        MOVE 'ADMISSAO'    TO WS-AUD-OPERACAO
        MOVE CAD-MATRICULA TO WS-AUD-TEXTO-MATRIC
        MOVE SPACES        TO WS-AUD-TEXTO-MATERIA
        MOVE CAD-TURMA     TO WS-AUD-TEXTO-TURMA
        MOVE ZERO          TO WS-AUD-BIMESTRE
        MOVE SPACES        TO WS-AUD-TEXTO-ANTES
        MOVE SPACES        TO WS-AUD-TEXTO-DEPOIS
        STRING 'INCLUIDO NO CADASTRO: ' CAD-NOME
            DELIMITED BY SIZE INTO WS-AUD-TEXTO-DEPOIS
        PERFORM GRAVAR-AUDITORIA-TEXTO
            THRU GRAVAR-AUDITORIA-TEXTO-END.
       AUDITAR-ADMISSAO-END.

       EDUCACENSO.
        DISPLAY ' '
        DISPLAY '*** EXTRATO EDUCACENSO - SITUACAO DO ALUNO ***'
        MOVE ZERO TO WS-CHA-DATA
        DISPLAY 'DATA DE REFERENCIA DO CENSO (AAAAMMDD): '
        ACCEPT WS-CHA-DATA
        PERFORM VALIDAR-DATA-CHAMADA THRU VALIDAR-DATA-CHAMADA-END
        PERFORM UNTIL WS-DATA-VALIDA = 'S'
            DISPLAY 'DATA INVALIDA. DIGITE NO FORMATO AAAAMMDD.'
            DISPLAY 'DATA DE REFERENCIA DO CENSO (AAAAMMDD): '
            ACCEPT WS-CHA-DATA
            PERFORM VALIDAR-DATA-CHAMADA
                THRU VALIDAR-DATA-CHAMADA-END
        END-PERFORM
        MOVE WS-CHA-DATA TO WS-CEN-DATA-REF
        PERFORM EDUCACENSO-EXECUTAR THRU EDUCACENSO-EXECUTAR-END.
       EDUCACENSO-END.

       EDUCACENSO-EXECUTAR.
        MOVE WS-CEN-DATA-REF(1:4) TO WS-ANO-LETIVO
        COMPUTE WS-CEN-ANO-INI = WS-ANO-LETIVO * 10000 + 101
        COMPUTE WS-CEN-ANO-FIM = WS-ANO-LETIVO * 10000 + 1231
        ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD

        MOVE 'N' TO WS-ANO-JA-ARQUIVADO
        MOVE 'N' TO WS-CEN-HIS-ABERTO
        OPEN INPUT HISTORICO-FILE
        IF WS-HISTORICO-STATUS = '00'
            MOVE 'S' TO WS-CEN-HIS-ABERTO
            PERFORM LOCALIZAR-ANO-HISTORICO
                THRU LOCALIZAR-ANO-HISTORICO-END
        END-IF
        IF WS-ANO-JA-ARQUIVADO = 'S'
            MOVE 'H' TO WS-CEN-ORIGEM
        ELSE
            MOVE 'A' TO WS-CEN-ORIGEM
        END-IF

        IF WS-CEN-ORIGEM = 'A'
           AND WS-ANO-LETIVO NOT = WS-DATA-HOJE(1:4)
            DISPLAY 'ANO ' WS-ANO-LETIVO ' NAO E O ANO CORRENTE E '
                'NAO CONSTA DO HISTORICO.'
            MOVE 'S' TO WS-EXEC-ERRO
        ELSE
            OPEN OUTPUT CENSO-FILE
            IF WS-CENSO-STATUS NOT = '00'
                DISPLAY 'ERRO AO ABRIR EDUCACENSO.TXT: '
                    WS-CENSO-STATUS
                MOVE 'S' TO WS-EXEC-ERRO
            ELSE
                OPEN OUTPUT CENSOPRT-FILE
                IF WS-CENSOPRT-STATUS NOT = '00'
                    DISPLAY 'ERRO AO ABRIR CENSOREL.PRT: '
                        WS-CENSOPRT-STATUS
                    MOVE 'S' TO WS-EXEC-ERRO
                ELSE
                    PERFORM EDUCACENSO-CORPO
                        THRU EDUCACENSO-CORPO-END
                    CLOSE CENSOPRT-FILE
                END-IF
                CLOSE CENSO-FILE
            END-IF
        END-IF
        IF WS-CEN-HIS-ABERTO = 'S'
            CLOSE HISTORICO-FILE
        END-IF.
       EDUCACENSO-EXECUTAR-END.

       EDUCACENSO-CORPO.
        MOVE ZERO TO WS-QTD-CEN-GRAVADOS
        MOVE ZERO TO WS-QTD-CEN-INCONS
        MOVE ZERO TO WS-CEN-CONTADORES
        PERFORM EDUCACENSO-CARREGAR-ADM
            THRU EDUCACENSO-CARREGAR-ADM-END
        PERFORM EDUCACENSO-CARREGAR-CSL
            THRU EDUCACENSO-CARREGAR-CSL-END

        MOVE SPACES TO CENSO-LINE
        STRING 'H|' WS-ANO-LETIVO '|' WS-CEN-DATA-REF '|'
            WS-ESCOLA-NOME '|' WS-DATA-HOJE
            DELIMITED BY SIZE INTO CENSO-LINE
        WRITE CENSO-LINE

        MOVE SPACES TO CENSOPRT-LINE
        STRING 'EDUCACENSO - RELATORIO DE CONSISTENCIA - '
            WS-ESCOLA-NOME
            DELIMITED BY SIZE INTO CENSOPRT-LINE
        WRITE CENSOPRT-LINE
        MOVE SPACES TO CENSOPRT-LINE
        STRING 'ANO LETIVO: ' WS-ANO-LETIVO
            '  DATA DE REFERENCIA: ' WS-CEN-DATA-REF
            DELIMITED BY SIZE INTO CENSOPRT-LINE
        WRITE CENSOPRT-LINE
        MOVE SPACES TO CENSOPRT-LINE
        IF WS-CEN-ORIGEM = 'H'
            MOVE 'ORIGEM DOS RESULTADOS: HISTORICO.DAT'
                TO CENSOPRT-LINE
        ELSE
            MOVE 'ORIGEM DOS RESULTADOS: ALUNOS.DAT (ANO CORRENTE)'
                TO CENSOPRT-LINE
        END-IF
        WRITE CENSOPRT-LINE
        IF WS-CEN-ARQ-ADM NOT = SPACE
            MOVE WS-CEN-ARQ-ADM  TO WS-RET-VALIDO
            MOVE WS-CEN-NOME-ADM TO WS-RET-NOME-ARQ
            PERFORM EDUCACENSO-REL-ARQUIVO
                THRU EDUCACENSO-REL-ARQUIVO-END
        END-IF
        IF WS-CEN-ARQ-CSL NOT = SPACE
            MOVE WS-CEN-ARQ-CSL  TO WS-RET-VALIDO
            MOVE WS-CEN-NOME-CSL TO WS-RET-NOME-ARQ
            PERFORM EDUCACENSO-REL-ARQUIVO
                THRU EDUCACENSO-REL-ARQUIVO-END
        END-IF
        MOVE 'MATRIC NOME                           TURMA      MOTIVO'
            TO CENSOPRT-LINE
        WRITE CENSOPRT-LINE
        MOVE '----------------------------------------'
            TO CENSOPRT-LINE
        WRITE CENSOPRT-LINE

        MOVE 'N' TO WS-CEN-FIM
        MOVE ZERO TO CAD-MATRICULA
        START CADASTRO-FILE KEY IS NOT LESS THAN CAD-MATRICULA
            INVALID KEY
                MOVE 'S' TO WS-CEN-FIM
        END-START
        PERFORM UNTIL WS-CEN-FIM = 'S'
            READ CADASTRO-FILE NEXT RECORD
                AT END
                    MOVE 'S' TO WS-CEN-FIM
                NOT AT END
                    PERFORM EDUCACENSO-ALUNO
                        THRU EDUCACENSO-ALUNO-END
            END-READ
        END-PERFORM

        MOVE SPACES TO CENSO-LINE
        STRING 'T|' WS-QTD-CEN-GRAVADOS
            '|' WS-QTD-CEN-SIT(1) '|' WS-QTD-CEN-SIT(2)
            '|' WS-QTD-CEN-SIT(3) '|' WS-QTD-CEN-SIT(4)
            '|' WS-QTD-CEN-SIT(5) '|' WS-QTD-CEN-SIT(6)
            DELIMITED BY SIZE INTO CENSO-LINE
        WRITE CENSO-LINE

        MOVE '----------------------------------------'
            TO CENSOPRT-LINE
        WRITE CENSOPRT-LINE
        MOVE SPACES TO CENSOPRT-LINE
        STRING 'ALUNOS EXTRAIDOS.......: ' WS-QTD-CEN-GRAVADOS
            DELIMITED BY SIZE INTO CENSOPRT-LINE
        WRITE CENSOPRT-LINE
        MOVE SPACES TO CENSOPRT-LINE
        STRING '  TRANSFERIDOS.........: ' WS-QTD-CEN-SIT(1)
            DELIMITED BY SIZE INTO CENSOPRT-LINE
        WRITE CENSOPRT-LINE
        MOVE SPACES TO CENSOPRT-LINE
        STRING '  ABANDONO.............: ' WS-QTD-CEN-SIT(2)
            DELIMITED BY SIZE INTO CENSOPRT-LINE
        WRITE CENSOPRT-LINE
        MOVE SPACES TO CENSOPRT-LINE
        STRING '  ADMITIDOS APOS A DATA: ' WS-QTD-CEN-SIT(3)
            DELIMITED BY SIZE INTO CENSOPRT-LINE
        WRITE CENSOPRT-LINE
        MOVE SPACES TO CENSOPRT-LINE
        STRING '  APROVADOS............: ' WS-QTD-CEN-SIT(4)
            DELIMITED BY SIZE INTO CENSOPRT-LINE
        WRITE CENSOPRT-LINE
        MOVE SPACES TO CENSOPRT-LINE
        STRING '  REPROVADOS...........: ' WS-QTD-CEN-SIT(5)
            DELIMITED BY SIZE INTO CENSOPRT-LINE
        WRITE CENSOPRT-LINE
        MOVE SPACES TO CENSOPRT-LINE
        STRING '  APROVADOS CONSELHO...: ' WS-QTD-CEN-SIT(6)
            DELIMITED BY SIZE INTO CENSOPRT-LINE
        WRITE CENSOPRT-LINE
        MOVE SPACES TO CENSOPRT-LINE
        STRING 'ALUNOS NAO CLASSIFICADOS: ' WS-QTD-CEN-INCONS
            DELIMITED BY SIZE INTO CENSOPRT-LINE
        WRITE CENSOPRT-LINE

        DISPLAY 'EXTRATO GRAVADO EM EDUCACENSO.TXT ('
            WS-QTD-CEN-GRAVADOS ' ALUNOS).'
        IF WS-QTD-CEN-INCONS > ZERO
            DISPLAY 'ALUNOS NAO CLASSIFICADOS: ' WS-QTD-CEN-INCONS
                ' - VER CENSOREL.PRT'
        END-IF.
       EDUCACENSO-CORPO-END.

       EDUCACENSO-CARREGAR-ADM.
        MOVE ZERO TO WS-QTD-CEN-ADM
        OPEN INPUT AUDIT-FILE
        IF WS-AUDIT-STATUS = '00' OR WS-AUDIT-STATUS = '05'
            MOVE 'N' TO WS-CEN-FIM
            PERFORM UNTIL WS-CEN-FIM = 'S'
                READ AUDIT-FILE
                    AT END
                        MOVE 'S' TO WS-CEN-FIM
                    NOT AT END
                        PERFORM EDUCACENSO-ADM-REG
                            THRU EDUCACENSO-ADM-REG-END
                END-READ
            END-PERFORM
            CLOSE AUDIT-FILE
        END-IF

        MOVE 1 TO WS-RET-F
        PERFORM EDUCACENSO-ABRIR-ARQUIVO
            THRU EDUCACENSO-ABRIR-ARQUIVO-END
        MOVE WS-RET-NOME-ARQ TO WS-CEN-NOME-ADM
        MOVE SPACE TO WS-CEN-ARQ-ADM
        IF WS-RET-ABERTO = 'S'
            MOVE WS-RET-VALIDO TO WS-CEN-ARQ-ADM
            MOVE 'N' TO WS-CEN-FIM
            PERFORM UNTIL WS-CEN-FIM = 'S'
                READ RETARQ-FILE
                    AT END
                        MOVE 'S' TO WS-CEN-FIM
                    NOT AT END
                        IF RTA-TIPO = '1'
                            MOVE RTA-DADOS TO AUD-REGISTRO
                            PERFORM EDUCACENSO-ADM-REG
                                THRU EDUCACENSO-ADM-REG-END
                        END-IF
                END-READ
            END-PERFORM
            CLOSE RETARQ-FILE
        END-IF.
       EDUCACENSO-CARREGAR-ADM-END.

       EDUCACENSO-ADM-REG.
        IF AUD-OPERACAO = 'ADMISSAO'
           AND AUD-DATA >= WS-CEN-ANO-INI
           AND AUD-DATA <= WS-CEN-ANO-FIM
           AND WS-QTD-CEN-ADM < 1000
            ADD 1 TO WS-QTD-CEN-ADM
            MOVE AUD-MATRICULA TO
                WS-CEN-ADM-MATRICULA(WS-QTD-CEN-ADM)
            MOVE AUD-DATA TO
                WS-CEN-ADM-DATA(WS-QTD-CEN-ADM)
        END-IF.
       EDUCACENSO-ADM-REG-END.

       EDUCACENSO-CARREGAR-CSL.
        MOVE ZERO TO WS-QTD-CEN-CSL
        OPEN INPUT CONSELHO-FILE
        IF WS-CONSELHO-STATUS = '00' OR WS-CONSELHO-STATUS = '05'
            MOVE 'N' TO WS-CEN-FIM
            PERFORM UNTIL WS-CEN-FIM = 'S'
                READ CONSELHO-FILE
                    AT END
                        MOVE 'S' TO WS-CEN-FIM
                    NOT AT END
                        PERFORM EDUCACENSO-CSL-REG
                            THRU EDUCACENSO-CSL-REG-END
                END-READ
            END-PERFORM
            CLOSE CONSELHO-FILE
        END-IF

        MOVE 2 TO WS-RET-F
        PERFORM EDUCACENSO-ABRIR-ARQUIVO
            THRU EDUCACENSO-ABRIR-ARQUIVO-END
        MOVE WS-RET-NOME-ARQ TO WS-CEN-NOME-CSL
        MOVE SPACE TO WS-CEN-ARQ-CSL
        IF WS-RET-ABERTO = 'S'
            MOVE WS-RET-VALIDO TO WS-CEN-ARQ-CSL
            MOVE 'N' TO WS-CEN-FIM
            PERFORM UNTIL WS-CEN-FIM = 'S'
                READ RETARQ-FILE
                    AT END
                        MOVE 'S' TO WS-CEN-FIM
                    NOT AT END
                        IF RTA-TIPO = '1'
                            MOVE RTA-DADOS TO CSL-REGISTRO
                            PERFORM EDUCACENSO-CSL-REG
                                THRU EDUCACENSO-CSL-REG-END
                        END-IF
                END-READ
            END-PERFORM
            CLOSE RETARQ-FILE
        END-IF.
       EDUCACENSO-CARREGAR-CSL-END.

       EDUCACENSO-CSL-REG.
        IF CSL-DECISAO = 'APROV CONSELHO'
           AND CSL-DATA >= WS-CEN-ANO-INI
           AND CSL-DATA <= WS-CEN-ANO-FIM
           AND WS-QTD-CEN-CSL < 1000
            ADD 1 TO WS-QTD-CEN-CSL
            MOVE CSL-MATRICULA TO
                WS-CEN-CSL-MATRICULA(WS-QTD-CEN-CSL)
            MOVE CSL-MATERIA TO
                WS-CEN-CSL-MATERIA(WS-QTD-CEN-CSL)
        END-IF.
       EDUCACENSO-CSL-REG-END.

       EDUCACENSO-ABRIR-ARQUIVO.
        MOVE 'N' TO WS-RET-ABERTO
        MOVE WS-ANO-LETIVO TO WS-RET-ANO-SEL
        PERFORM RETENCAO-MONTAR-NOME THRU RETENCAO-MONTAR-NOME-END
        OPEN INPUT RETARQ-FILE
        IF WS-RETARQ-STATUS = '00'
            CLOSE RETARQ-FILE
            PERFORM RETENCAO-VALIDAR-ARQUIVO
                THRU RETENCAO-VALIDAR-ARQUIVO-END
            IF WS-RET-VALIDO = 'N'
                DISPLAY 'ATENCAO: ' WS-RET-NOME-ARQ
                    ' NAO CONFERE COM O TRAILER.'
            END-IF
            OPEN INPUT RETARQ-FILE
            IF WS-RETARQ-STATUS = '00'
                MOVE 'S' TO WS-RET-ABERTO
                DISPLAY 'ANO ARQUIVADO. LENDO TAMBEM '
                    WS-RET-NOME-ARQ
            ELSE
                DISPLAY 'ERRO AO ABRIR ' WS-RET-NOME-ARQ ': '
                    WS-RETARQ-STATUS
            END-IF
        END-IF.
       EDUCACENSO-ABRIR-ARQUIVO-END.

       EDUCACENSO-REL-ARQUIVO.
        MOVE SPACES TO CENSOPRT-LINE
        IF WS-RET-VALIDO = 'S'
            STRING 'LIDO TAMBEM O ARQUIVO ANUAL ' WS-RET-NOME-ARQ
                DELIMITED BY SIZE INTO CENSOPRT-LINE
        ELSE
            STRING 'ATENCAO: ARQUIVO ANUAL ' WS-RET-NOME-ARQ
                ' NAO CONFERE COM O TRAILER'
                DELIMITED BY SIZE INTO CENSOPRT-LINE
        END-IF
        WRITE CENSOPRT-LINE.
       EDUCACENSO-REL-ARQUIVO-END.

       EDUCACENSO-ALUNO.
        MOVE 'N' TO WS-CEN-IGNORAR
        IF CAD-SITUACAO = 'TRANSFERID'
           AND CAD-DATA-TRANSF > ZERO
           AND CAD-DATA-TRANSF < WS-CEN-ANO-INI
            MOVE 'S' TO WS-CEN-IGNORAR
        ELSE
            PERFORM EDUCACENSO-CLASSIFICAR
                THRU EDUCACENSO-CLASSIFICAR-END
        END-IF
        IF WS-CEN-IGNORAR = 'N'
            PERFORM EDUCACENSO-GRAVAR THRU EDUCACENSO-GRAVAR-END
        END-IF.
       EDUCACENSO-ALUNO-END.

       EDUCACENSO-CLASSIFICAR.
        MOVE ZERO TO WS-CEN-QTD-MAT
        MOVE ZERO TO WS-CEN-QTD-APROV
        MOVE ZERO TO WS-CEN-QTD-CONSELHO
        MOVE ZERO TO WS-CEN-QTD-REPROV
        MOVE ZERO TO WS-CEN-QTD-PEND
        MOVE SPACES TO WS-CEN-MAT-PEND
        MOVE CAD-TURMA TO WS-CEN-TURMA
        MOVE ZERO TO WS-CEN-SITUACAO
        MOVE ZERO TO WS-CEN-DATA-MOV
        MOVE SPACES TO WS-CEN-MOTIVO
        IF WS-CEN-ORIGEM = 'H'
            PERFORM EDUCACENSO-LER-HISTORICO
                THRU EDUCACENSO-LER-HISTORICO-END
        ELSE
            PERFORM EDUCACENSO-LER-ALUNOS
                THRU EDUCACENSO-LER-ALUNOS-END
        END-IF

        MOVE ZERO TO WS-CEN-DATA-ADM
        PERFORM VARYING WS-CEN-I FROM 1 BY 1
                UNTIL WS-CEN-I > WS-QTD-CEN-ADM
                   OR WS-CEN-DATA-ADM > ZERO
            IF WS-CEN-ADM-MATRICULA(WS-CEN-I) = CAD-MATRICULA
                MOVE WS-CEN-ADM-DATA(WS-CEN-I) TO WS-CEN-DATA-ADM
            END-IF
        END-PERFORM

        IF CAD-SITUACAO = 'TRANSFERID'
           AND CAD-DATA-TRANSF = ZERO
            MOVE 'TRANSFERIDO SEM DATA DE TRANSFERENCIA'
                TO WS-CEN-MOTIVO
        ELSE
        IF CAD-SITUACAO = 'TRANSFERID'
           AND CAD-DATA-TRANSF <= WS-CEN-ANO-FIM
            MOVE 1 TO WS-CEN-SITUACAO
            MOVE CAD-DATA-TRANSF TO WS-CEN-DATA-MOV
        ELSE
        IF CAD-SITUACAO = 'ABANDONO' AND WS-CEN-ORIGEM = 'A'
            MOVE 2 TO WS-CEN-SITUACAO
        ELSE
        IF WS-CEN-QTD-MAT = ZERO
            IF WS-CEN-ORIGEM = 'A' AND CAD-SITUACAO = 'ATIVO'
                MOVE 'ATIVO SEM NOTAS LANCADAS NO ANO'
                    TO WS-CEN-MOTIVO
            ELSE
                MOVE 'S' TO WS-CEN-IGNORAR
            END-IF
        ELSE
        IF WS-CEN-DATA-ADM > WS-CEN-DATA-REF
            MOVE 3 TO WS-CEN-SITUACAO
            MOVE WS-CEN-DATA-ADM TO WS-CEN-DATA-MOV
        ELSE
        IF WS-CEN-QTD-PEND > ZERO
            STRING 'SEM RESULTADO FINAL: ' WS-CEN-MAT-PEND
                DELIMITED BY SIZE INTO WS-CEN-MOTIVO
        ELSE
        IF WS-CEN-QTD-REPROV > ZERO
            MOVE 5 TO WS-CEN-SITUACAO
        ELSE
        IF WS-CEN-QTD-CONSELHO > ZERO
            MOVE 6 TO WS-CEN-SITUACAO
        ELSE
            MOVE 4 TO WS-CEN-SITUACAO
        END-IF
        END-IF
        END-IF
        END-IF
        END-IF
        END-IF
        END-IF
        END-IF.
       EDUCACENSO-CLASSIFICAR-END.

       EDUCACENSO-GRAVAR.
        IF WS-CEN-SITUACAO = ZERO
            ADD 1 TO WS-QTD-CEN-INCONS
            MOVE SPACES TO CENSOPRT-LINE
            STRING CAD-MATRICULA ' ' CAD-NOME ' ' WS-CEN-TURMA ' '
                WS-CEN-MOTIVO
                DELIMITED BY SIZE INTO CENSOPRT-LINE
            WRITE CENSOPRT-LINE
        ELSE
            EVALUATE WS-CEN-SITUACAO
                WHEN 1
                    MOVE 'TRANSFERIDO' TO WS-CEN-SITUACAO-DESC
                WHEN 2
                    MOVE 'ABANDONO' TO WS-CEN-SITUACAO-DESC
                WHEN 3
                    MOVE 'ADMITIDO APOS' TO WS-CEN-SITUACAO-DESC
                WHEN 4
                    MOVE 'APROVADO' TO WS-CEN-SITUACAO-DESC
                WHEN 5
                    MOVE 'REPROVADO' TO WS-CEN-SITUACAO-DESC
                WHEN 6
                    MOVE 'APROVADO CONSELHO' TO WS-CEN-SITUACAO-DESC
            END-EVALUATE
            ADD 1 TO WS-QTD-CEN-SIT(WS-CEN-SITUACAO)
            ADD 1 TO WS-QTD-CEN-GRAVADOS
            MOVE SPACES TO CENSO-LINE
            STRING 'D|' WS-ANO-LETIVO '|' CAD-MATRICULA '|'
                CAD-NOME '|' CAD-DATA-NASC '|' WS-CEN-TURMA '|'
                WS-CEN-SITUACAO '|' WS-CEN-SITUACAO-DESC '|'
                WS-CEN-DATA-MOV
                DELIMITED BY SIZE INTO CENSO-LINE
            WRITE CENSO-LINE
        END-IF.
       EDUCACENSO-GRAVAR-END.

       EDUCACENSO-LER-ALUNOS.
        MOVE 'N' TO WS-CEN-FIM-NOTAS
        MOVE CAD-MATRICULA TO ALU-MATRICULA
        MOVE LOW-VALUES TO ALU-MATERIA
        START ALUNOS-FILE KEY IS NOT LESS THAN ALU-CHAVE
            INVALID KEY
                MOVE 'S' TO WS-CEN-FIM-NOTAS
        END-START
        PERFORM UNTIL WS-CEN-FIM-NOTAS = 'S'
            READ ALUNOS-FILE NEXT RECORD
                AT END
                    MOVE 'S' TO WS-CEN-FIM-NOTAS
                NOT AT END
                    IF ALU-MATRICULA NOT = CAD-MATRICULA
                        MOVE 'S' TO WS-CEN-FIM-NOTAS
                    ELSE
                        MOVE ALU-TURMA TO WS-CEN-TURMA
                        MOVE ALU-MATERIA TO WS-CEN-MATERIA
                        MOVE ALU-STATUS-FINAL TO WS-CEN-STATUS-MAT
                        PERFORM EDUCACENSO-MATERIA
                            THRU EDUCACENSO-MATERIA-END
                    END-IF
            END-READ
        END-PERFORM.
       EDUCACENSO-LER-ALUNOS-END.

       EDUCACENSO-LER-HISTORICO.
        MOVE 'N' TO WS-CEN-FIM-NOTAS
        MOVE WS-ANO-LETIVO TO HIS-ANO-LETIVO
        MOVE CAD-MATRICULA TO HIS-MATRICULA
        MOVE LOW-VALUES TO HIS-MATERIA
        START HISTORICO-FILE KEY IS NOT LESS THAN HIS-CHAVE
            INVALID KEY
                MOVE 'S' TO WS-CEN-FIM-NOTAS
        END-START
        PERFORM UNTIL WS-CEN-FIM-NOTAS = 'S'
            READ HISTORICO-FILE NEXT RECORD
                AT END
                    MOVE 'S' TO WS-CEN-FIM-NOTAS
                NOT AT END
                    IF HIS-ANO-LETIVO NOT = WS-ANO-LETIVO
                       OR HIS-MATRICULA NOT = CAD-MATRICULA
                        MOVE 'S' TO WS-CEN-FIM-NOTAS
                    ELSE
                        MOVE HIS-TURMA TO WS-CEN-TURMA
                        MOVE HIS-MATERIA TO WS-CEN-MATERIA
                        MOVE HIS-STATUS-FINAL TO WS-CEN-STATUS-MAT
                        PERFORM EDUCACENSO-MATERIA
                            THRU EDUCACENSO-MATERIA-END
                    END-IF
            END-READ
        END-PERFORM.
       EDUCACENSO-LER-HISTORICO-END.

       EDUCACENSO-MATERIA.
        ADD 1 TO WS-CEN-QTD-MAT
        EVALUATE WS-CEN-STATUS-MAT
            WHEN 'APROVADO'
            WHEN 'APROV DEPENDENCIA'
                ADD 1 TO WS-CEN-QTD-APROV
            WHEN 'APROV CONSELHO'
                ADD 1 TO WS-CEN-QTD-CONSELHO
            WHEN 'REPROVADO'
            WHEN 'REPROVADO POR FALTA'
                MOVE 'N' TO WS-CEN-CSL-ACHADO
                PERFORM VARYING WS-CEN-I FROM 1 BY 1
                        UNTIL WS-CEN-I > WS-QTD-CEN-CSL
                    IF WS-CEN-CSL-MATRICULA(WS-CEN-I) = CAD-MATRICULA
                       AND WS-CEN-CSL-MATERIA(WS-CEN-I)
                           = WS-CEN-MATERIA
                        MOVE 'S' TO WS-CEN-CSL-ACHADO
                    END-IF
                END-PERFORM
                IF WS-CEN-CSL-ACHADO = 'S'
                    ADD 1 TO WS-CEN-QTD-CONSELHO
                ELSE
                    ADD 1 TO WS-CEN-QTD-REPROV
                END-IF
            WHEN OTHER
                ADD 1 TO WS-CEN-QTD-PEND
                IF WS-CEN-MAT-PEND = SPACES
                    MOVE WS-CEN-MATERIA TO WS-CEN-MAT-PEND
                END-IF
        END-EVALUATE.
       EDUCACENSO-MATERIA-END.

       ABRIR-BUSCA-FILE.
        OPEN I-O BUSCA-FILE.
        IF WS-BUSCA-STATUS = '35'
            OPEN OUTPUT BUSCA-FILE
            CLOSE BUSCA-FILE
            OPEN I-O BUSCA-FILE
        END-IF.
        IF WS-BUSCA-STATUS NOT = '00'
            DISPLAY 'ERRO AO ABRIR BUSCATIVA.DAT: ' WS-BUSCA-STATUS
        END-IF.
       ABRIR-BUSCA-FILE-END.

       MENU-BUSCA.
        PERFORM ABRIR-BUSCA-FILE THRU ABRIR-BUSCA-FILE-END
        IF WS-BUSCA-STATUS = '00'
            MOVE SPACE TO WS-OPCAO-BUSCA
            PERFORM MENU-BUSCA-OPCAO THRU MENU-BUSCA-OPCAO-END
                UNTIL WS-OPCAO-BUSCA = '0'
            CLOSE BUSCA-FILE
        END-IF.
       MENU-BUSCA-END.

       MENU-BUSCA-OPCAO.
        DISPLAY ' '
        DISPLAY '*** BUSCA ATIVA - ABANDONO ESCOLAR ***'
        DISPLAY '1 - DETECTAR FALTAS CONSECUTIVAS E EMITIR LISTA'
        DISPLAY '2 - EMITIR LISTA DE CASOS EM ABERTO'
        DISPLAY '3 - REGISTRAR TENTATIVA DE CONTATO'
        DISPLAY '4 - ENCERRAR CASO'
        DISPLAY '5 - CONSULTAR CASOS DO ALUNO'
        DISPLAY '6 - REINTEGRAR ALUNO'
        DISPLAY '0 - VOLTAR'
        DISPLAY 'ESCOLHA UMA OPCAO: '
        ACCEPT WS-OPCAO-BUSCA.

        EVALUATE WS-OPCAO-BUSCA
            WHEN '1'
                MOVE ZERO TO WS-CHA-DATA
                DISPLAY 'DATA DE REFERENCIA (AAAAMMDD, 0 = HOJE): '
                ACCEPT WS-CHA-DATA
                IF WS-CHA-DATA = ZERO
                    ACCEPT WS-CHA-DATA FROM DATE YYYYMMDD
                END-IF
                PERFORM VALIDAR-DATA-CHAMADA
                    THRU VALIDAR-DATA-CHAMADA-END
                IF WS-DATA-VALIDA = 'N'
                    DISPLAY 'DATA INVALIDA.'
                ELSE
                    MOVE WS-CHA-DATA TO WS-BUS-DATA-REF
                    PERFORM BUSCA-EXECUTAR THRU BUSCA-EXECUTAR-END
                END-IF
            WHEN '2'
                ACCEPT WS-BUS-DATA-REF FROM DATE YYYYMMDD
                PERFORM BUSCA-LISTAR THRU BUSCA-LISTAR-END
            WHEN '3'
                PERFORM BUSCA-TENTATIVA THRU BUSCA-TENTATIVA-END
            WHEN '4'
                PERFORM BUSCA-ENCERRAR THRU BUSCA-ENCERRAR-END
            WHEN '5'
                PERFORM BUSCA-CONSULTAR THRU BUSCA-CONSULTAR-END
            WHEN '6'
                PERFORM BUSCA-REINTEGRAR THRU BUSCA-REINTEGRAR-END
            WHEN '0'
                CONTINUE
            WHEN OTHER
                DISPLAY 'OPCAO INVALIDA.'
        END-EVALUATE.
       MENU-BUSCA-OPCAO-END.

       BUSCA-EXECUTAR.
        OPEN INPUT CHAMADA-FILE
        IF WS-CHAMADA-STATUS NOT = '00'
            DISPLAY 'NENHUMA CHAMADA REGISTRADA: ' WS-CHAMADA-STATUS
            MOVE 'S' TO WS-EXEC-ERRO
        ELSE
            MOVE 'N' TO WS-CLD-ABERTO
            OPEN INPUT CALENDARIO-FILE
            IF WS-CALENDARIO-STATUS = '00'
                MOVE 'S' TO WS-CLD-ABERTO
            ELSE
                DISPLAY 'CALENDARIO INDISPONIVEL. TODOS OS DIAS COM '
                    'CHAMADA SERAO CONSIDERADOS LETIVOS.'
            END-IF
            MOVE 'N' TO WS-BUS-RES-ABERTO
            OPEN INPUT RESPONSA-FILE
            IF WS-RESPONSA-STATUS = '00'
                MOVE 'S' TO WS-BUS-RES-ABERTO
            END-IF

            MOVE WS-BUS-DATA-REF TO WS-BUS-DATA-INICIO
            MOVE '0101' TO WS-BUS-DATA-INICIO(5:4)
            MOVE ZERO TO WS-QTD-BUS-AVALIADOS
            MOVE ZERO TO WS-QTD-BUS-NOVOS
            MOVE 'N' TO WS-FIM-CADASTRO
            MOVE ZERO TO CAD-MATRICULA
            START CADASTRO-FILE KEY IS NOT LESS THAN CAD-MATRICULA
                INVALID KEY
                    MOVE 'S' TO WS-FIM-CADASTRO
            END-START
            PERFORM UNTIL WS-FIM-CADASTRO = 'S'
                READ CADASTRO-FILE NEXT RECORD
                    AT END
                        MOVE 'S' TO WS-FIM-CADASTRO
                    NOT AT END
                        IF CAD-SITUACAO = 'ATIVO'
                            PERFORM BUSCA-AVALIAR-ALUNO
                                THRU BUSCA-AVALIAR-ALUNO-END
                        END-IF
                END-READ
            END-PERFORM

            CLOSE CHAMADA-FILE
            IF WS-CLD-ABERTO = 'S'
                CLOSE CALENDARIO-FILE
                MOVE 'N' TO WS-CLD-ABERTO
            END-IF
            IF WS-BUS-RES-ABERTO = 'S'
                CLOSE RESPONSA-FILE
            END-IF
            DISPLAY 'ALUNOS AVALIADOS......: ' WS-QTD-BUS-AVALIADOS
            DISPLAY 'CASOS ABERTOS HOJE....: ' WS-QTD-BUS-NOVOS
            PERFORM BUSCA-LISTAR THRU BUSCA-LISTAR-END
        END-IF.
       BUSCA-EXECUTAR-END.

       BUSCA-AVALIAR-ALUNO.
        ADD 1 TO WS-QTD-BUS-AVALIADOS
        PERFORM BUSCA-CASOS-ALUNO THRU BUSCA-CASOS-ALUNO-END
        IF WS-BUS-CASO-ABERTO = 'N'
            PERFORM BUSCA-CONTAR-FALTAS THRU BUSCA-CONTAR-FALTAS-END
            IF WS-BUS-FALTAS >= WS-PAR-FALTAS-CONSEC
                PERFORM BUSCA-ABRIR-CASO THRU BUSCA-ABRIR-CASO-END
            END-IF
        END-IF.
       BUSCA-AVALIAR-ALUNO-END.

       BUSCA-CASOS-ALUNO.
        MOVE 'N' TO WS-BUS-CASO-ABERTO
        MOVE ZERO TO WS-BUS-ULTIMA-DATA
        MOVE ZERO TO WS-BUS-DATA-CASO
        MOVE ZERO TO WS-BUS-DATA-ABANDONO
        MOVE 'N' TO WS-BUS-FIM
        MOVE CAD-MATRICULA TO BUS-MATRICULA
        MOVE ZERO TO BUS-DATA-ABERTURA
        START BUSCA-FILE KEY IS NOT LESS THAN BUS-CHAVE
            INVALID KEY
                MOVE 'S' TO WS-BUS-FIM
        END-START
        PERFORM UNTIL WS-BUS-FIM = 'S'
            READ BUSCA-FILE NEXT RECORD
                AT END
                    MOVE 'S' TO WS-BUS-FIM
                NOT AT END
                    IF BUS-MATRICULA NOT = CAD-MATRICULA
                        MOVE 'S' TO WS-BUS-FIM
                    ELSE
                        IF BUS-SITUACAO = 'A'
                            MOVE 'S' TO WS-BUS-CASO-ABERTO
                            MOVE BUS-DATA-ABERTURA TO WS-BUS-DATA-CASO
                        END-IF
                        IF BUS-SITUACAO = 'N'
                            MOVE BUS-DATA-ABERTURA
                                TO WS-BUS-DATA-ABANDONO
                        END-IF
                        IF BUS-DATA-ABERTURA > WS-BUS-ULTIMA-DATA
                            MOVE BUS-DATA-ABERTURA
                                TO WS-BUS-ULTIMA-DATA
                        END-IF
                        IF BUS-DATA-ENCERRAMENTO > WS-BUS-ULTIMA-DATA
                            MOVE BUS-DATA-ENCERRAMENTO
                                TO WS-BUS-ULTIMA-DATA
                        END-IF
                        IF BUS-DATA-REINTEGRACAO > WS-BUS-ULTIMA-DATA
                            MOVE BUS-DATA-REINTEGRACAO
                                TO WS-BUS-ULTIMA-DATA
                        END-IF
                    END-IF
            END-READ
        END-PERFORM.
       BUSCA-CASOS-ALUNO-END.

       BUSCA-CONTAR-FALTAS.
        MOVE ZERO TO WS-BUS-FALTAS
        MOVE ZERO TO WS-BUS-PRIM-FALTA
        MOVE 'N' TO WS-BUS-FIM-CHAMADA
        MOVE CAD-MATRICULA TO CHA-MATRICULA
        IF WS-BUS-ULTIMA-DATA >= WS-BUS-DATA-INICIO
            COMPUTE CHA-DATA = WS-BUS-ULTIMA-DATA + 1
        ELSE
            MOVE WS-BUS-DATA-INICIO TO CHA-DATA
        END-IF
        START CHAMADA-FILE KEY IS NOT LESS THAN CHA-CHAVE
            INVALID KEY
                MOVE 'S' TO WS-BUS-FIM-CHAMADA
        END-START
        PERFORM UNTIL WS-BUS-FIM-CHAMADA = 'S'
            READ CHAMADA-FILE NEXT RECORD
                AT END
                    MOVE 'S' TO WS-BUS-FIM-CHAMADA
                NOT AT END
                    IF CHA-MATRICULA NOT = CAD-MATRICULA
                       OR CHA-DATA > WS-BUS-DATA-REF
                        MOVE 'S' TO WS-BUS-FIM-CHAMADA
                    ELSE
                        MOVE 'S' TO WS-CLD-LETIVO
                        IF WS-CLD-ABERTO = 'S'
                            MOVE CHA-DATA TO WS-CLD-DATA
                            PERFORM VERIFICAR-DIA-LETIVO
                                THRU VERIFICAR-DIA-LETIVO-END
                        END-IF
                        IF WS-CLD-LETIVO = 'S'
                            IF CHA-PRESENCA = 'F'
                                IF WS-BUS-FALTAS = ZERO
                                    MOVE CHA-DATA TO WS-BUS-PRIM-FALTA
                                END-IF
                                ADD 1 TO WS-BUS-FALTAS
                            ELSE
                                MOVE ZERO TO WS-BUS-FALTAS
                                MOVE ZERO TO WS-BUS-PRIM-FALTA
                            END-IF
                        END-IF
                    END-IF
            END-READ
        END-PERFORM.
       BUSCA-CONTAR-FALTAS-END.

       BUSCA-ABRIR-CASO.
        MOVE SPACES TO BUS-REGISTRO
        MOVE CAD-MATRICULA   TO BUS-MATRICULA
        MOVE WS-BUS-DATA-REF TO BUS-DATA-ABERTURA
        MOVE CAD-NOME        TO BUS-NOME
        MOVE CAD-TURMA       TO BUS-TURMA
        MOVE 'A'             TO BUS-SITUACAO
        MOVE WS-BUS-FALTAS   TO BUS-FALTAS
        MOVE WS-BUS-PRIM-FALTA TO BUS-DATA-PRIM-FALTA
        MOVE ZERO TO BUS-QTD-TENTATIVAS
        PERFORM VARYING WS-BUS-I FROM 1 BY 1 UNTIL WS-BUS-I > 5
            MOVE ZERO TO BUS-TENT-DATA(WS-BUS-I)
        END-PERFORM
        MOVE ZERO TO BUS-DATA-ENCERRAMENTO
        MOVE ZERO TO BUS-DATA-REINTEGRACAO
        MOVE 'SEM RESPONSAVEL CADASTRADO' TO BUS-RES-NOME
        IF WS-BUS-RES-ABERTO = 'S'
            MOVE CAD-MATRICULA TO RES-MATRICULA
            READ RESPONSA-FILE
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE RES-NOME     TO BUS-RES-NOME
                    MOVE RES-TELEFONE TO BUS-RES-TELEFONE
                    MOVE RES-ENDERECO TO BUS-RES-ENDERECO
            END-READ
        END-IF
        WRITE BUS-REGISTRO
            INVALID KEY
                DISPLAY 'ERRO AO ABRIR CASO DE BUSCA ATIVA: '
                    CAD-MATRICULA ' ' WS-BUSCA-STATUS
            NOT INVALID KEY
                ADD 1 TO WS-QTD-BUS-NOVOS
                MOVE 'BUSCAATIVA' TO WS-AUD-OPERACAO
                MOVE SPACES TO WS-AUD-TEXTO-ANTES
                MOVE SPACES TO WS-AUD-TEXTO-DEPOIS
                STRING 'CASO ABERTO: ' WS-BUS-FALTAS
                    ' FALTAS CONSECUTIVAS DESDE ' WS-BUS-PRIM-FALTA
                    DELIMITED BY SIZE INTO WS-AUD-TEXTO-DEPOIS
                PERFORM BUSCA-AUDITAR THRU BUSCA-AUDITAR-END
        END-WRITE.
       BUSCA-ABRIR-CASO-END.

       BUSCA-AUDITAR.
        MOVE CAD-MATRICULA TO WS-AUD-TEXTO-MATRIC
        MOVE SPACES        TO WS-AUD-TEXTO-MATERIA
        MOVE CAD-TURMA     TO WS-AUD-TEXTO-TURMA
        MOVE ZERO          TO WS-AUD-BIMESTRE
        PERFORM GRAVAR-AUDITORIA-TEXTO
            THRU GRAVAR-AUDITORIA-TEXTO-END.
       BUSCA-AUDITAR-END.

       BUSCA-LISTAR.
        OPEN OUTPUT BUSPRT-FILE
        IF WS-BUSPRT-STATUS NOT = '00'
            DISPLAY 'ERRO AO ABRIR BUSCATIVA.PRT: ' WS-BUSPRT-STATUS
            MOVE 'S' TO WS-EXEC-ERRO
        ELSE
            MOVE SPACES TO BUSPRT-LINE
            STRING 'BUSCA ATIVA - CASOS EM ABERTO - ' WS-ESCOLA-NOME
                DELIMITED BY SIZE INTO BUSPRT-LINE
            WRITE BUSPRT-LINE
            MOVE SPACES TO BUSPRT-LINE
            STRING 'DATA DE REFERENCIA: ' WS-BUS-DATA-REF
                '  FALTAS CONSECUTIVAS: ' WS-PAR-FALTAS-CONSEC
                DELIMITED BY SIZE INTO BUSPRT-LINE
            WRITE BUSPRT-LINE
            MOVE '----------------------------------------'
                TO BUSPRT-LINE
            WRITE BUSPRT-LINE

            MOVE ZERO TO WS-QTD-BUS-ABERTOS
            MOVE 'N' TO WS-BUS-FIM
            MOVE LOW-VALUES TO BUS-CHAVE
            START BUSCA-FILE KEY IS NOT LESS THAN BUS-CHAVE
                INVALID KEY
                    MOVE 'S' TO WS-BUS-FIM
            END-START
            PERFORM UNTIL WS-BUS-FIM = 'S'
                READ BUSCA-FILE NEXT RECORD
                    AT END
                        MOVE 'S' TO WS-BUS-FIM
                    NOT AT END
                        IF BUS-SITUACAO = 'A'
                            PERFORM BUSCA-LISTAR-CASO
                                THRU BUSCA-LISTAR-CASO-END
                        END-IF
                END-READ
            END-PERFORM

            IF WS-QTD-BUS-ABERTOS = ZERO
                MOVE 'NENHUM CASO DE BUSCA ATIVA EM ABERTO.'
                    TO BUSPRT-LINE
                WRITE BUSPRT-LINE
            END-IF
            MOVE SPACES TO BUSPRT-LINE
            WRITE BUSPRT-LINE
            MOVE SPACES TO BUSPRT-LINE
            STRING 'TOTAL DE CASOS EM ABERTO: ' WS-QTD-BUS-ABERTOS
                DELIMITED BY SIZE INTO BUSPRT-LINE
            WRITE BUSPRT-LINE
            CLOSE BUSPRT-FILE
            DISPLAY 'LISTA DE BUSCA ATIVA EM BUSCATIVA.PRT ('
                WS-QTD-BUS-ABERTOS ' CASOS).'
        END-IF.
       BUSCA-LISTAR-END.

       BUSCA-LISTAR-CASO.
        ADD 1 TO WS-QTD-BUS-ABERTOS
        IF BUS-DATA-ABERTURA = WS-BUS-DATA-REF
            MOVE '(NOVO)' TO WS-BUS-NOVO
        ELSE
            MOVE SPACES TO WS-BUS-NOVO
        END-IF
        MOVE SPACES TO BUSPRT-LINE
        WRITE BUSPRT-LINE
        MOVE SPACES TO BUSPRT-LINE
        STRING BUS-MATRICULA ' ' BUS-NOME ' ' BUS-TURMA ' '
            WS-BUS-NOVO
            DELIMITED BY SIZE INTO BUSPRT-LINE
        WRITE BUSPRT-LINE
        MOVE SPACES TO BUSPRT-LINE
        STRING '  ABERTO EM ' BUS-DATA-ABERTURA
            '  FALTAS CONSECUTIVAS: ' BUS-FALTAS
            ' DESDE ' BUS-DATA-PRIM-FALTA
            DELIMITED BY SIZE INTO BUSPRT-LINE
        WRITE BUSPRT-LINE
        MOVE SPACES TO BUSPRT-LINE
        STRING '  RESPONSAVEL: ' BUS-RES-NOME
            ' TEL: ' BUS-RES-TELEFONE
            DELIMITED BY SIZE INTO BUSPRT-LINE
        WRITE BUSPRT-LINE
        MOVE SPACES TO BUSPRT-LINE
        STRING '  ENDERECO...: ' BUS-RES-ENDERECO
            DELIMITED BY SIZE INTO BUSPRT-LINE
        WRITE BUSPRT-LINE
        MOVE SPACES TO BUSPRT-LINE
        STRING '  TENTATIVAS DE CONTATO: ' BUS-QTD-TENTATIVAS
            DELIMITED BY SIZE INTO BUSPRT-LINE
        WRITE BUSPRT-LINE
        PERFORM VARYING WS-BUS-I FROM 1 BY 1
                UNTIL WS-BUS-I > BUS-QTD-TENTATIVAS
            MOVE SPACES TO BUSPRT-LINE
            STRING '    ' BUS-TENT-DATA(WS-BUS-I) ' '
                BUS-TENT-OPERADOR(WS-BUS-I) ' '
                BUS-TENT-DESCRICAO(WS-BUS-I)
                DELIMITED BY SIZE INTO BUSPRT-LINE
            WRITE BUSPRT-LINE
        END-PERFORM.
       BUSCA-LISTAR-CASO-END.

       BUSCA-ENTRAR-CASO.
        MOVE 'N' TO WS-BUS-ENCONTRADO
        PERFORM ENTRAR-MATRICULA THRU ENTRAR-MATRICULA-END
        IF WS-CAD-ENCONTRADO = 'S'
            PERFORM BUSCA-CASOS-ALUNO THRU BUSCA-CASOS-ALUNO-END
            IF WS-BUS-CASO-ABERTO = 'N'
                DISPLAY 'NENHUM CASO DE BUSCA ATIVA EM ABERTO PARA '
                    'O ALUNO.'
            ELSE
                MOVE CAD-MATRICULA    TO BUS-MATRICULA
                MOVE WS-BUS-DATA-CASO TO BUS-DATA-ABERTURA
                READ BUSCA-FILE
                    INVALID KEY
                        DISPLAY 'ERRO AO LER CASO: ' WS-BUSCA-STATUS
                    NOT INVALID KEY
                        MOVE 'S' TO WS-BUS-ENCONTRADO
                        DISPLAY 'ALUNO......: ' BUS-NOME ' '
                            BUS-TURMA
                        DISPLAY 'ABERTO EM..: ' BUS-DATA-ABERTURA
                            '  FALTAS: ' BUS-FALTAS
                        DISPLAY 'RESPONSAVEL: ' BUS-RES-NOME
                        DISPLAY 'TELEFONE...: ' BUS-RES-TELEFONE
                        DISPLAY 'TENTATIVAS.: ' BUS-QTD-TENTATIVAS
                END-READ
            END-IF
        END-IF.
       BUSCA-ENTRAR-CASO-END.

       BUSCA-TENTATIVA.
        PERFORM BUSCA-ENTRAR-CASO THRU BUSCA-ENTRAR-CASO-END
        IF WS-BUS-ENCONTRADO = 'S'
            IF BUS-QTD-TENTATIVAS >= 5
                DISPLAY 'LIMITE DE 5 TENTATIVAS ATINGIDO. ENCERRE O '
                    'CASO.'
            ELSE
                MOVE SPACES TO WS-BUS-DESCRICAO
                DISPLAY 'MEIO E RESULTADO DO CONTATO: '
                ACCEPT WS-BUS-DESCRICAO
                MOVE FUNCTION UPPER-CASE(WS-BUS-DESCRICAO)
                    TO WS-BUS-DESCRICAO
                IF WS-BUS-DESCRICAO = SPACES
                    DISPLAY 'DESCRICAO NAO INFORMADA. TENTATIVA NAO '
                        'REGISTRADA.'
                ELSE
                    ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
                    ADD 1 TO BUS-QTD-TENTATIVAS
                    MOVE WS-DATA-HOJE
                        TO BUS-TENT-DATA(BUS-QTD-TENTATIVAS)
                    MOVE WS-OPERADOR
                        TO BUS-TENT-OPERADOR(BUS-QTD-TENTATIVAS)
                    MOVE WS-BUS-DESCRICAO
                        TO BUS-TENT-DESCRICAO(BUS-QTD-TENTATIVAS)
                    REWRITE BUS-REGISTRO
                        INVALID KEY
                            DISPLAY 'ERRO AO GRAVAR TENTATIVA: '
                                WS-BUSCA-STATUS
                        NOT INVALID KEY
                            DISPLAY 'TENTATIVA REGISTRADA.'
                    END-REWRITE
                END-IF
            END-IF
        END-IF.
       BUSCA-TENTATIVA-END.

       BUSCA-ENCERRAR.
        PERFORM BUSCA-ENTRAR-CASO THRU BUSCA-ENTRAR-CASO-END
        IF WS-BUS-ENCONTRADO = 'S'
            MOVE SPACE TO WS-BUS-DESFECHO
            PERFORM UNTIL WS-BUS-DESFECHO = 'R'
                       OR WS-BUS-DESFECHO = 'N'
                DISPLAY 'DESFECHO (R = RETORNOU, N = NAO RETORNOU): '
                ACCEPT WS-BUS-DESFECHO
                MOVE FUNCTION UPPER-CASE(WS-BUS-DESFECHO)
                    TO WS-BUS-DESFECHO
            END-PERFORM
            IF WS-BUS-DESFECHO = 'N' AND BUS-QTD-TENTATIVAS = ZERO
                DISPLAY 'NENHUMA TENTATIVA DE CONTATO REGISTRADA. '
                    'REGISTRE AS TENTATIVAS ANTES DE ENCERRAR.'
            ELSE
                MOVE SPACES TO WS-BUS-DESCRICAO
                DISPLAY 'OBSERVACAO DO ENCERRAMENTO: '
                ACCEPT WS-BUS-DESCRICAO
                MOVE FUNCTION UPPER-CASE(WS-BUS-DESCRICAO)
                    TO WS-BUS-DESCRICAO
                IF WS-BUS-DESFECHO = 'N'
                    DISPLAY 'O ALUNO PASSARA A SITUACAO ABANDONO.'
                END-IF
                DISPLAY 'CONFIRMA O ENCERRAMENTO (S/N)? '
                ACCEPT WS-CONFIRMA
                MOVE FUNCTION UPPER-CASE(WS-CONFIRMA) TO WS-CONFIRMA
                IF WS-CONFIRMA NOT = 'S'
                    DISPLAY 'ENCERRAMENTO CANCELADO.'
                ELSE
                    PERFORM BUSCA-ENCERRAR-GRAVAR
                        THRU BUSCA-ENCERRAR-GRAVAR-END
                END-IF
            END-IF
        END-IF.
       BUSCA-ENCERRAR-END.

       BUSCA-ENCERRAR-GRAVAR.
        MOVE 'S' TO WS-TRAVA-OK
        IF WS-BUS-DESFECHO = 'N'
            PERFORM TRAVAR-MATRICULA THRU TRAVAR-MATRICULA-END
            IF WS-TRAVA-OK = 'S'
                MOVE CAD-SITUACAO TO WS-AUD-TEXTO-ANTES
                MOVE 'ABANDONO' TO CAD-SITUACAO
                REWRITE CAD-REGISTRO
                    INVALID KEY
                        DISPLAY 'ERRO AO GRAVAR CADASTRO: '
                            WS-CADASTRO-STATUS
                        MOVE 'N' TO WS-TRAVA-OK
                    NOT INVALID KEY
                        MOVE 'ABANDONO' TO WS-AUD-OPERACAO
                        MOVE SPACES TO WS-AUD-TEXTO-DEPOIS
                        STRING 'ABANDONO - BUSCA ATIVA DE '
                            BUS-DATA-ABERTURA
                            DELIMITED BY SIZE INTO WS-AUD-TEXTO-DEPOIS
                        PERFORM BUSCA-AUDITAR THRU BUSCA-AUDITAR-END
                END-REWRITE
                PERFORM DESTRAVAR-MATRICULA
                    THRU DESTRAVAR-MATRICULA-END
            END-IF
        END-IF
        IF WS-TRAVA-OK = 'S'
            ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
            MOVE WS-BUS-DESFECHO  TO BUS-SITUACAO
            MOVE WS-DATA-HOJE     TO BUS-DATA-ENCERRAMENTO
            MOVE WS-OPERADOR      TO BUS-OPERADOR-ENC
            MOVE WS-BUS-DESCRICAO TO BUS-DESFECHO
            REWRITE BUS-REGISTRO
                INVALID KEY
                    DISPLAY 'ERRO AO ENCERRAR CASO: ' WS-BUSCA-STATUS
                NOT INVALID KEY
                    DISPLAY 'CASO ENCERRADO.'
            END-REWRITE
        ELSE
            DISPLAY 'CASO NAO ENCERRADO.'
        END-IF.
       BUSCA-ENCERRAR-GRAVAR-END.

       BUSCA-CONSULTAR.
        PERFORM ENTRAR-MATRICULA THRU ENTRAR-MATRICULA-END
        IF WS-CAD-ENCONTRADO = 'S'
            DISPLAY 'ALUNO: ' CAD-NOME ' SITUACAO: ' CAD-SITUACAO
            MOVE ZERO TO WS-QTD-BUS-ABERTOS
            MOVE 'N' TO WS-BUS-FIM
            MOVE CAD-MATRICULA TO BUS-MATRICULA
            MOVE ZERO TO BUS-DATA-ABERTURA
            START BUSCA-FILE KEY IS NOT LESS THAN BUS-CHAVE
                INVALID KEY
                    MOVE 'S' TO WS-BUS-FIM
            END-START
            PERFORM UNTIL WS-BUS-FIM = 'S'
                READ BUSCA-FILE NEXT RECORD
                    AT END
                        MOVE 'S' TO WS-BUS-FIM
                    NOT AT END
                        IF BUS-MATRICULA NOT = CAD-MATRICULA
                            MOVE 'S' TO WS-BUS-FIM
                        ELSE
                            ADD 1 TO WS-QTD-BUS-ABERTOS
                            PERFORM BUSCA-EXIBIR-CASO
                                THRU BUSCA-EXIBIR-CASO-END
                        END-IF
                END-READ
            END-PERFORM
            IF WS-QTD-BUS-ABERTOS = ZERO
                DISPLAY 'NENHUM CASO DE BUSCA ATIVA PARA O ALUNO.'
            END-IF
        END-IF.
       BUSCA-CONSULTAR-END.

       BUSCA-EXIBIR-CASO.
        DISPLAY ' '
        EVALUATE BUS-SITUACAO
            WHEN 'A'
                DISPLAY 'CASO ABERTO EM ' BUS-DATA-ABERTURA
                    ' - EM ANDAMENTO'
            WHEN 'R'
                DISPLAY 'CASO ABERTO EM ' BUS-DATA-ABERTURA
                    ' - ALUNO RETORNOU EM ' BUS-DATA-ENCERRAMENTO
            WHEN 'N'
                DISPLAY 'CASO ABERTO EM ' BUS-DATA-ABERTURA
                    ' - NAO RETORNOU (' BUS-DATA-ENCERRAMENTO ')'
        END-EVALUATE
        DISPLAY '  FALTAS CONSECUTIVAS: ' BUS-FALTAS
            ' DESDE ' BUS-DATA-PRIM-FALTA
        DISPLAY '  RESPONSAVEL: ' BUS-RES-NOME ' ' BUS-RES-TELEFONE
        PERFORM VARYING WS-BUS-I FROM 1 BY 1
                UNTIL WS-BUS-I > BUS-QTD-TENTATIVAS
            DISPLAY '  TENTATIVA ' WS-BUS-I ': '
                BUS-TENT-DATA(WS-BUS-I) ' '
                BUS-TENT-OPERADOR(WS-BUS-I) ' '
                BUS-TENT-DESCRICAO(WS-BUS-I)
        END-PERFORM
        IF BUS-SITUACAO NOT = 'A'
            DISPLAY '  ENCERRADO POR ' BUS-OPERADOR-ENC ': '
                BUS-DESFECHO
        END-IF
        IF BUS-DATA-REINTEGRACAO > ZERO
            DISPLAY '  REINTEGRADO EM ' BUS-DATA-REINTEGRACAO
        END-IF.
       BUSCA-EXIBIR-CASO-END.

       BUSCA-REINTEGRAR.
        PERFORM ENTRAR-MATRICULA THRU ENTRAR-MATRICULA-END
        IF WS-CAD-ENCONTRADO = 'S'
            IF CAD-SITUACAO NOT = 'ABANDONO'
                DISPLAY 'ALUNO NAO ESTA EM SITUACAO DE ABANDONO ('
                    CAD-SITUACAO ').'
            ELSE
                DISPLAY 'ALUNO: ' CAD-NOME ' TURMA: ' CAD-TURMA
                DISPLAY 'CONFIRMA A REINTEGRACAO (S/N)? '
                ACCEPT WS-CONFIRMA
                MOVE FUNCTION UPPER-CASE(WS-CONFIRMA) TO WS-CONFIRMA
                IF WS-CONFIRMA NOT = 'S'
                    DISPLAY 'REINTEGRACAO CANCELADA.'
                ELSE
                    PERFORM TRAVAR-MATRICULA
                        THRU TRAVAR-MATRICULA-END
                    IF WS-TRAVA-OK = 'S'
                        PERFORM BUSCA-REINTEGRAR-GRAVAR
                            THRU BUSCA-REINTEGRAR-GRAVAR-END
                        PERFORM DESTRAVAR-MATRICULA
                            THRU DESTRAVAR-MATRICULA-END
                    END-IF
                END-IF
            END-IF
        END-IF.
       BUSCA-REINTEGRAR-END.

       BUSCA-REINTEGRAR-GRAVAR.
        MOVE 'ATIVO' TO CAD-SITUACAO
        REWRITE CAD-REGISTRO
            INVALID KEY
                DISPLAY 'ERRO AO GRAVAR CADASTRO: ' WS-CADASTRO-STATUS
            NOT INVALID KEY
                MOVE 'REINTEGRA' TO WS-AUD-OPERACAO
                MOVE 'ABANDONO' TO WS-AUD-TEXTO-ANTES
                MOVE 'ATIVO - ALUNO REINTEGRADO'
                    TO WS-AUD-TEXTO-DEPOIS
                PERFORM BUSCA-AUDITAR THRU BUSCA-AUDITAR-END
                PERFORM BUSCA-CASOS-ALUNO THRU BUSCA-CASOS-ALUNO-END
                IF WS-BUS-DATA-ABANDONO > ZERO
                    MOVE CAD-MATRICULA        TO BUS-MATRICULA
                    MOVE WS-BUS-DATA-ABANDONO TO BUS-DATA-ABERTURA
                    READ BUSCA-FILE
                        INVALID KEY
                            CONTINUE
                        NOT INVALID KEY
                            ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
                            MOVE WS-DATA-HOJE TO BUS-DATA-REINTEGRACAO
                            REWRITE BUS-REGISTRO
                                INVALID KEY
                                    DISPLAY 'ERRO AO GRAVAR CASO: '
                                        WS-BUSCA-STATUS
                            END-REWRITE
                    END-READ
                END-IF
                DISPLAY 'ALUNO REINTEGRADO. SITUACAO ATIVO.'
        END-REWRITE.
       BUSCA-REINTEGRAR-GRAVAR-END.

       ABRIR-DEPENDENCIA-FILE.
        OPEN I-O DEPENDENCIA-FILE.
        IF WS-DEPEND-STATUS = '35'
            OPEN OUTPUT DEPENDENCIA-FILE
            CLOSE DEPENDENCIA-FILE
            OPEN I-O DEPENDENCIA-FILE
        END-IF.
        IF WS-DEPEND-STATUS NOT = '00'
            DISPLAY 'ERRO AO ABRIR DEPENDENCIA.DAT: ' WS-DEPEND-STATUS
        END-IF.
       ABRIR-DEPENDENCIA-FILE-END.

       MENU-DEPENDENCIA.
        PERFORM ABRIR-DEPENDENCIA-FILE THRU ABRIR-DEPENDENCIA-FILE-END
        IF WS-DEPEND-STATUS = '00'
            MOVE SPACE TO WS-OPCAO-DEPEND
            PERFORM MENU-DEPENDENCIA-OPCAO
                THRU MENU-DEPENDENCIA-OPCAO-END
                UNTIL WS-OPCAO-DEPEND = '0'
            CLOSE DEPENDENCIA-FILE
        END-IF.
       MENU-DEPENDENCIA-END.

       MENU-DEPENDENCIA-OPCAO.
        DISPLAY ' '
        DISPLAY '*** DEPENDENCIAS (PROGRESSAO PARCIAL) ***'
        DISPLAY '1 - APURAR DEPENDENCIAS DO ANO LETIVO'
        DISPLAY '2 - LANCAR NOTAS DE DEPENDENCIA'
        DISPLAY '3 - CONSULTAR DEPENDENCIAS DO ALUNO'
        DISPLAY '4 - LISTAR DEPENDENCIAS SEM RESULTADO'
        DISPLAY '0 - VOLTAR'
        DISPLAY 'ESCOLHA UMA OPCAO: '
        ACCEPT WS-OPCAO-DEPEND.

        EVALUATE WS-OPCAO-DEPEND
            WHEN '1'
                PERFORM DEPENDENCIA-APURAR
                    THRU DEPENDENCIA-APURAR-END
            WHEN '2'
                PERFORM DEPENDENCIA-NOTAS THRU DEPENDENCIA-NOTAS-END
            WHEN '3'
                PERFORM DEPENDENCIA-CONSULTAR
                    THRU DEPENDENCIA-CONSULTAR-END
            WHEN '4'
                PERFORM DEPENDENCIA-LISTAR
                    THRU DEPENDENCIA-LISTAR-END
            WHEN '0'
                CONTINUE
            WHEN OTHER
                DISPLAY 'OPCAO INVALIDA.'
        END-EVALUATE.
       MENU-DEPENDENCIA-OPCAO-END.

       DEPENDENCIA-APURAR.
        IF WS-OPR-PERFIL NOT = 'C' AND WS-OPR-PERFIL NOT = 'D'
            DISPLAY 'APURACAO DE DEPENDENCIAS RESTRITA A COORDENACAO. '
                'OPERADOR ' WS-OPERADOR ' NAO AUTORIZADO.'
            MOVE 'APURACAO DE DEPENDENCIAS' TO WS-AUD-TEXTO-MATERIA
            PERFORM REGISTRAR-ACESSO-NEGADO
                THRU REGISTRAR-ACESSO-NEGADO-END
        ELSE
            PERFORM VERIFICAR-EXCLUSIVO THRU VERIFICAR-EXCLUSIVO-END
            IF WS-EXCLUSIVO-OK = 'N'
                DISPLAY 'APURACAO CANCELADA.'
            ELSE
                DISPLAY 'ANO LETIVO EM CURSO (AAAA): '
                ACCEPT WS-ANO-LETIVO
                PERFORM UNTIL WS-ANO-LETIVO >= 1900
                          AND WS-ANO-LETIVO <= 2999
                    DISPLAY 'ANO INVALIDO. DIGITE O ANO COM 4 DIGITOS.'
                    DISPLAY 'ANO LETIVO EM CURSO (AAAA): '
                    ACCEPT WS-ANO-LETIVO
                END-PERFORM
                DISPLAY 'ALUNOS REPROVADOS EM ATE ' WS-DEP-MAX-MATERIAS
                    ' MATERIAS APOS A RECUPERACAO SERAO PROMOVIDOS'
                DISPLAY 'COM DEPENDENCIA PARA CURSAR NO ANO SEGUINTE.'
                DISPLAY 'CONFIRMA A APURACAO (S/N)? '
                ACCEPT WS-CONFIRMA
                MOVE FUNCTION UPPER-CASE(WS-CONFIRMA) TO WS-CONFIRMA
                IF WS-CONFIRMA = 'S'
                    PERFORM DEPENDENCIA-APURAR-EXECUTAR
                        THRU DEPENDENCIA-APURAR-EXECUTAR-END
                ELSE
                    DISPLAY 'APURACAO CANCELADA.'
                END-IF
                PERFORM DESTRAVAR-EXCLUSIVO
                    THRU DESTRAVAR-EXCLUSIVO-END
            END-IF
        END-IF.
       DEPENDENCIA-APURAR-END.

       DEPENDENCIA-APURAR-EXECUTAR.
        OPEN OUTPUT DEPPRT-FILE
        IF WS-DEPPRT-STATUS NOT = '00'
            DISPLAY 'ERRO AO ABRIR DEPEND.PRT: ' WS-DEPPRT-STATUS
        ELSE
            MOVE ZERO TO WS-QTD-DEP-CONCEDIDAS
            MOVE ZERO TO WS-QTD-DEP-NEGADAS
            MOVE SPACES TO DEPPRT-LINE
            STRING 'APURACAO DE DEPENDENCIAS - ' WS-ESCOLA-NOME
                DELIMITED BY SIZE INTO DEPPRT-LINE
            WRITE DEPPRT-LINE
            MOVE SPACES TO DEPPRT-LINE
            STRING 'ANO LETIVO DE ORIGEM: ' WS-ANO-LETIVO
                '  LIMITE DE MATERIAS: ' WS-DEP-MAX-MATERIAS
                DELIMITED BY SIZE INTO DEPPRT-LINE
            WRITE DEPPRT-LINE
            MOVE '----------------------------------------'
                TO DEPPRT-LINE
            WRITE DEPPRT-LINE

            MOVE 'N' TO WS-DEP-PRG-ABERTO
            OPEN INPUT PROGRESSAO-FILE
            IF WS-PROGRESSAO-STATUS = '00'
                MOVE 'S' TO WS-DEP-PRG-ABERTO
            END-IF

            MOVE 'N' TO WS-FIM-CADASTRO
            MOVE ZERO TO CAD-MATRICULA
            START CADASTRO-FILE KEY IS NOT LESS THAN CAD-MATRICULA
                INVALID KEY
                    MOVE 'S' TO WS-FIM-CADASTRO
            END-START
            PERFORM UNTIL WS-FIM-CADASTRO = 'S'
                READ CADASTRO-FILE NEXT RECORD
                    AT END
                        MOVE 'S' TO WS-FIM-CADASTRO
                    NOT AT END
                        IF CAD-SITUACAO = 'ATIVO'
                            PERFORM DEPENDENCIA-APURAR-ALUNO
                                THRU DEPENDENCIA-APURAR-ALUNO-END
                        END-IF
                END-READ
            END-PERFORM

            IF WS-DEP-PRG-ABERTO = 'S'
                CLOSE PROGRESSAO-FILE
            END-IF
            MOVE SPACES TO DEPPRT-LINE
            WRITE DEPPRT-LINE
            MOVE SPACES TO DEPPRT-LINE
            STRING 'DEPENDENCIAS CONCEDIDAS: ' WS-QTD-DEP-CONCEDIDAS
                '  ALUNOS NAO CONTEMPLADOS: ' WS-QTD-DEP-NEGADAS
                DELIMITED BY SIZE INTO DEPPRT-LINE
            WRITE DEPPRT-LINE
            CLOSE DEPPRT-FILE
            DISPLAY 'DEPENDENCIAS CONCEDIDAS: ' WS-QTD-DEP-CONCEDIDAS
                ' (VEJA DEPEND.PRT).'
        END-IF.
       DEPENDENCIA-APURAR-EXECUTAR-END.

       DEPENDENCIA-APURAR-ALUNO.
        MOVE ZERO TO WS-DEP-QTD-REPROV
        MOVE ZERO TO WS-DEP-QTD-JA
        MOVE ZERO TO WS-DEP-QTD-FALTA
        MOVE ZERO TO WS-DEP-QTD-PEND
        MOVE SPACES TO WS-DEP-TURMA
        MOVE SPACES TO WS-TABELA-DEP-CAND
        MOVE 'N' TO WS-DEP-FIM-NOTAS
        MOVE CAD-MATRICULA TO ALU-MATRICULA
        MOVE LOW-VALUES TO ALU-MATERIA
        START ALUNOS-FILE KEY IS NOT LESS THAN ALU-CHAVE
            INVALID KEY
                MOVE 'S' TO WS-DEP-FIM-NOTAS
        END-START
        PERFORM UNTIL WS-DEP-FIM-NOTAS = 'S'
            READ ALUNOS-FILE NEXT RECORD
                AT END
                    MOVE 'S' TO WS-DEP-FIM-NOTAS
                NOT AT END
                    IF ALU-MATRICULA NOT = CAD-MATRICULA
                        MOVE 'S' TO WS-DEP-FIM-NOTAS
                    ELSE
                        IF WS-DEP-TURMA = SPACES
                            MOVE ALU-TURMA TO WS-DEP-TURMA
                        END-IF
                        EVALUATE ALU-STATUS-FINAL
                            WHEN 'APROVADO'
                            WHEN 'APROV CONSELHO'
                                CONTINUE
                            WHEN 'APROV DEPENDENCIA'
                                ADD 1 TO WS-DEP-QTD-JA
                            WHEN 'REPROVADO'
                                ADD 1 TO WS-DEP-QTD-REPROV
                                IF WS-DEP-QTD-REPROV <= 2
                                    MOVE ALU-MATERIA TO
                                        WS-DEP-CAND-MATERIA
                                            (WS-DEP-QTD-REPROV)
                                END-IF
                            WHEN 'REPROVADO POR FALTA'
                                ADD 1 TO WS-DEP-QTD-FALTA
                            WHEN OTHER
                                ADD 1 TO WS-DEP-QTD-PEND
                        END-EVALUATE
                    END-IF
            END-READ
        END-PERFORM

        COMPUTE WS-DEP-TOTAL = WS-DEP-QTD-REPROV + WS-DEP-QTD-JA
        IF WS-DEP-QTD-REPROV > ZERO
           AND WS-DEP-TOTAL <= WS-DEP-MAX-MATERIAS
            PERFORM DEPENDENCIA-VERIFICAR-ALUNO
                THRU DEPENDENCIA-VERIFICAR-ALUNO-END
            IF WS-DEP-MOTIVO = SPACES
                PERFORM VARYING WS-DEP-I FROM 1 BY 1
                        UNTIL WS-DEP-I > WS-DEP-QTD-REPROV
                    PERFORM DEPENDENCIA-CONCEDER
                        THRU DEPENDENCIA-CONCEDER-END
                END-PERFORM
            ELSE
                ADD 1 TO WS-QTD-DEP-NEGADAS
                MOVE SPACES TO DEPPRT-LINE
                STRING CAD-MATRICULA ' ' CAD-NOME ' ' WS-DEP-TURMA
                    DELIMITED BY SIZE INTO DEPPRT-LINE
                WRITE DEPPRT-LINE
                MOVE SPACES TO DEPPRT-LINE
                STRING '  NAO CONTEMPLADO: ' WS-DEP-MOTIVO
                    DELIMITED BY SIZE INTO DEPPRT-LINE
                WRITE DEPPRT-LINE
            END-IF
        END-IF.
       DEPENDENCIA-APURAR-ALUNO-END.

       DEPENDENCIA-VERIFICAR-ALUNO.
        MOVE SPACES TO WS-DEP-MOTIVO
        IF WS-DEP-QTD-FALTA > ZERO
            MOVE 'REPROVADO POR FALTA EM OUTRA MATERIA'
                TO WS-DEP-MOTIVO
        ELSE
        IF WS-DEP-QTD-PEND > ZERO
            MOVE 'MATERIA SEM RESULTADO FINAL' TO WS-DEP-MOTIVO
        ELSE
            IF WS-DEP-PRG-ABERTO = 'S'
                MOVE WS-DEP-TURMA TO PRG-TURMA
                READ PROGRESSAO-FILE
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        IF PRG-PROMOCAO = SPACES
                            MOVE 'SERIE FINAL SEM PROGRESSAO PARCIAL'
                                TO WS-DEP-MOTIVO
                        END-IF
                END-READ
            END-IF
            IF WS-DEP-MOTIVO = SPACES
                MOVE CAD-MATRICULA TO WS-DEP-MATRICULA
                PERFORM DEPENDENCIA-ANTERIOR
                    THRU DEPENDENCIA-ANTERIOR-END
                IF WS-DEP-ANT-SIT = 'P'
                    MOVE 'DEPENDENCIA EM CURSO SEM RESULTADO'
                        TO WS-DEP-MOTIVO
                ELSE
                IF WS-DEP-ANT-SIT = 'R'
                    MOVE 'DEPENDENCIA ANTERIOR NAO CUMPRIDA'
                        TO WS-DEP-MOTIVO
                END-IF
                END-IF
            END-IF
        END-IF
        END-IF.
       DEPENDENCIA-VERIFICAR-ALUNO-END.

       DEPENDENCIA-ANTERIOR.
        MOVE 'N' TO WS-DEP-ANT-SIT
        MOVE 'N' TO WS-DEP-FIM
        MOVE WS-DEP-MATRICULA TO DEP-MATRICULA
        MOVE LOW-VALUES TO DEP-MATERIA
        MOVE ZERO TO DEP-ANO-ORIGEM
        START DEPENDENCIA-FILE KEY IS NOT LESS THAN DEP-CHAVE
            INVALID KEY
                MOVE 'S' TO WS-DEP-FIM
        END-START
        PERFORM UNTIL WS-DEP-FIM = 'S'
            READ DEPENDENCIA-FILE NEXT RECORD
                AT END
                    MOVE 'S' TO WS-DEP-FIM
                NOT AT END
                    IF DEP-MATRICULA NOT = WS-DEP-MATRICULA
                        MOVE 'S' TO WS-DEP-FIM
                    ELSE
                        IF DEP-ANO-CURSO = WS-ANO-LETIVO
                            IF DEP-STATUS-FINAL = SPACES
                                MOVE 'P' TO WS-DEP-ANT-SIT
                            ELSE
                            IF DEP-STATUS-FINAL NOT = 'APROVADO'
                               AND WS-DEP-ANT-SIT NOT = 'P'
                                MOVE 'R' TO WS-DEP-ANT-SIT
                            END-IF
                            END-IF
                        END-IF
                    END-IF
            END-READ
        END-PERFORM.
       DEPENDENCIA-ANTERIOR-END.

       DEPENDENCIA-CONCEDER.
        MOVE CAD-MATRICULA TO ALU-MATRICULA
        MOVE WS-DEP-CAND-MATERIA(WS-DEP-I) TO ALU-MATERIA
        READ ALUNOS-FILE
            INVALID KEY
                DISPLAY 'ERRO AO LER NOTAS: ' ALU-MATRICULA ' '
                    ALU-MATERIA
            NOT INVALID KEY
                MOVE ZERO TO WS-AUD-BIMESTRE
                PERFORM CAPTURAR-AUD-IMAGEM
                    THRU CAPTURAR-AUD-IMAGEM-END
                MOVE WS-AUD-IMAGEM TO WS-AUD-ANTES-SALVA
                MOVE 'DEPENDENC' TO WS-AUD-OPERACAO
                PERFORM DEPENDENCIA-GRAVAR
                    THRU DEPENDENCIA-GRAVAR-END
        END-READ.
       DEPENDENCIA-CONCEDER-END.

       DEPENDENCIA-GRAVAR.
        MOVE SPACES TO DEP-REGISTRO
        MOVE ALU-MATRICULA TO DEP-MATRICULA
        MOVE ALU-MATERIA   TO DEP-MATERIA
        MOVE WS-ANO-LETIVO TO DEP-ANO-ORIGEM
        MOVE ALU-NOME      TO DEP-NOME
        MOVE ALU-TURMA     TO DEP-TURMA-ORIGEM
        IF ALU-MEDIA-RECUP > ZERO
            MOVE ALU-MEDIA-RECUP TO DEP-MEDIA-ORIGEM
        ELSE
            MOVE ALU-MEDIA-FINAL TO DEP-MEDIA-ORIGEM
        END-IF
        COMPUTE DEP-ANO-CURSO = WS-ANO-LETIVO + 1
        PERFORM VARYING DEP-BIM-IDX FROM 1 BY 1 UNTIL DEP-BIM-IDX > 4
            MOVE ZERO   TO DEP-NOTA-1(DEP-BIM-IDX)
            MOVE ZERO   TO DEP-NOTA-2(DEP-BIM-IDX)
            MOVE ZERO   TO DEP-NOTA-3(DEP-BIM-IDX)
            MOVE ZERO   TO DEP-NOTA-4(DEP-BIM-IDX)
            MOVE ZERO   TO DEP-MEDIA(DEP-BIM-IDX)
            MOVE SPACES TO DEP-STATUS(DEP-BIM-IDX)
            MOVE ZERO   TO DEP-FREQUENCIA(DEP-BIM-IDX)
        END-PERFORM
        MOVE ZERO TO DEP-MEDIA-FINAL
        ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
        MOVE WS-DATA-HOJE TO DEP-DATA-CONCESSAO
        MOVE WS-OPERADOR  TO DEP-OPERADOR
        WRITE DEP-REGISTRO
            INVALID KEY
                DISPLAY 'ERRO AO GRAVAR DEPENDENCIA.DAT: '
                    WS-DEPEND-STATUS
            NOT INVALID KEY
                PERFORM DEPENDENCIA-PROMOVER
                    THRU DEPENDENCIA-PROMOVER-END
        END-WRITE.
       DEPENDENCIA-GRAVAR-END.

       DEPENDENCIA-PROMOVER.
        MOVE 'APROV DEPENDENCIA' TO ALU-STATUS-FINAL
        REWRITE ALU-REGISTRO
            INVALID KEY
                DISPLAY 'ERRO AO GRAVAR DEPENDENCIA: '
                    WS-ALUNOS-STATUS
                DELETE DEPENDENCIA-FILE RECORD
                    INVALID KEY
                        DISPLAY 'ERRO AO GRAVAR DEPENDENCIA.DAT: '
                            WS-DEPEND-STATUS
                END-DELETE
            NOT INVALID KEY
                PERFORM GRAVAR-AUDITORIA THRU GRAVAR-AUDITORIA-END
                ADD 1 TO WS-QTD-DEP-CONCEDIDAS
                MOVE DEP-MEDIA-ORIGEM TO WS-MEDIA-FINAL-ED
                MOVE SPACES TO DEPPRT-LINE
                STRING ALU-MATRICULA ' ' ALU-NOME ' ' ALU-TURMA
                    DELIMITED BY SIZE INTO DEPPRT-LINE
                WRITE DEPPRT-LINE
                MOVE SPACES TO DEPPRT-LINE
                STRING '  DEPENDENCIA: ' ALU-MATERIA ' MEDIA '
                    WS-MEDIA-FINAL-ED ' CURSAR EM ' DEP-ANO-CURSO
                    DELIMITED BY SIZE INTO DEPPRT-LINE
                WRITE DEPPRT-LINE
        END-REWRITE.
       DEPENDENCIA-PROMOVER-END.

       DEPENDENCIA-PEND-ENCERRAR.
        MOVE ZERO TO WS-QTD-DEP-PENDENTES
        OPEN INPUT DEPENDENCIA-FILE
        IF WS-DEPEND-STATUS = '00'
            MOVE 'N' TO WS-DEP-FIM
            MOVE LOW-VALUES TO DEP-CHAVE
            START DEPENDENCIA-FILE KEY IS NOT LESS THAN DEP-CHAVE
                INVALID KEY
                    MOVE 'S' TO WS-DEP-FIM
            END-START
            PERFORM UNTIL WS-DEP-FIM = 'S'
                READ DEPENDENCIA-FILE NEXT RECORD
                    AT END
                        MOVE 'S' TO WS-DEP-FIM
                    NOT AT END
                        IF DEP-STATUS-FINAL = SPACES
                           AND DEP-ANO-CURSO <= WS-ANO-LETIVO
                            ADD 1 TO WS-QTD-DEP-PENDENTES
                            DISPLAY '  DEPENDENCIA SEM RESULTADO: '
                                DEP-MATRICULA ' ' DEP-MATERIA
                        END-IF
                END-READ
            END-PERFORM
            CLOSE DEPENDENCIA-FILE
        END-IF
        IF WS-QTD-DEP-PENDENTES > ZERO
            DISPLAY 'EXISTEM ' WS-QTD-DEP-PENDENTES ' DEPENDENCIAS '
                'SEM RESULTADO NO ANO ' WS-ANO-LETIVO '.'
            DISPLAY 'LANCE AS NOTAS DAS DEPENDENCIAS ANTES DE '
                'ENCERRAR O ANO.'
            MOVE 'N' TO WS-ENCERRA-OK
        END-IF.
       DEPENDENCIA-PEND-ENCERRAR-END.

       DEPENDENCIA-ENTRAR-CHAVE.
        MOVE 'N' TO WS-DEP-ENCONTRADO
        DISPLAY 'MATERIA DA DEPENDENCIA: '
        ACCEPT WS-MATERIA
        MOVE FUNCTION UPPER-CASE(WS-MATERIA) TO WS-MATERIA
        DISPLAY 'ANO LETIVO DE ORIGEM (AAAA): '
        ACCEPT WS-DEP-ANO-ORIGEM
        MOVE WS-MATRICULA      TO DEP-MATRICULA
        MOVE WS-MATERIA        TO DEP-MATERIA
        MOVE WS-DEP-ANO-ORIGEM TO DEP-ANO-ORIGEM
        READ DEPENDENCIA-FILE
            INVALID KEY
                DISPLAY 'DEPENDENCIA NAO ENCONTRADA.'
            NOT INVALID KEY
                MOVE 'S' TO WS-DEP-ENCONTRADO
        END-READ.
       DEPENDENCIA-ENTRAR-CHAVE-END.

       DEPENDENCIA-NOTAS.
        PERFORM ENTRAR-MATRICULA THRU ENTRAR-MATRICULA-END
        IF WS-CAD-ENCONTRADO = 'S'
            IF CAD-SITUACAO = 'TRANSFERID'
                DISPLAY 'ALUNO TRANSFERIDO EM ' CAD-DATA-TRANSF
                    '. LANCAMENTO DE NOTAS BLOQUEADO.'
                MOVE 'N' TO WS-CAD-ENCONTRADO
            ELSE
            IF CAD-SITUACAO = 'ABANDONO'
                DISPLAY 'ALUNO EM SITUACAO DE ABANDONO. LANCAMENTO DE '
                    'NOTAS BLOQUEADO.'
                MOVE 'N' TO WS-CAD-ENCONTRADO
            END-IF
            END-IF
        END-IF
        IF WS-CAD-ENCONTRADO = 'S'
            MOVE WS-MATRICULA TO WS-DEP-MATRICULA
            PERFORM DEPENDENCIA-EXIBIR-ALUNO
                THRU DEPENDENCIA-EXIBIR-ALUNO-END
            IF WS-DEP-LINHAS > ZERO
                PERFORM DEPENDENCIA-ENTRAR-CHAVE
                    THRU DEPENDENCIA-ENTRAR-CHAVE-END
            END-IF
            IF WS-DEP-LINHAS > ZERO AND WS-DEP-ENCONTRADO = 'S'
                MOVE DEP-MATERIA TO WS-MATERIA
                MOVE CAD-TURMA   TO WS-TURMA
                PERFORM VERIFICAR-PROF-AUTORIZADO
                    THRU VERIFICAR-PROF-AUTORIZADO-END
                IF WS-PROF-AUTORIZADO = 'N'
                    DISPLAY 'MATERIA ATRIBUIDA AO PROFESSOR '
                        WS-PROF-RESP-NOME
                    DISPLAY 'ALTERACAO NAO PERMITIDA PARA O OPERADOR '
                        WS-OPERADOR
                    MOVE 'N' TO WS-DEP-ENCONTRADO
                    MOVE 'NOTAS DE DEPENDENCIA' TO WS-AUD-TEXTO-MATERIA
                    PERFORM REGISTRAR-ACESSO-NEGADO
                        THRU REGISTRAR-ACESSO-NEGADO-END
                END-IF
            END-IF
            IF WS-DEP-LINHAS > ZERO AND WS-DEP-ENCONTRADO = 'S'
                IF DEP-STATUS-FINAL NOT = SPACES
                    DISPLAY 'DEPENDENCIA JA CONCLUIDA: '
                        DEP-STATUS-FINAL
                ELSE
                    PERFORM ENTRAR-BIMESTRE THRU ENTRAR-BIMESTRE-END
                    MOVE WS-BIMESTRE TO WS-FEC-BIM-CONS
                    MOVE CAD-TURMA   TO WS-FEC-TURMA-CONS
                    PERFORM VERIFICAR-BIMESTRE-FECHADO
                        THRU VERIFICAR-BIMESTRE-FECHADO-END
                    IF WS-BIM-FECHADO = 'S'
                        DISPLAY 'BIMESTRE ' WS-BIMESTRE
                            ' FECHADO PARA A TURMA ' CAD-TURMA
                            '. NOTAS NAO GRAVADAS.'
                    ELSE
                        PERFORM TRAVAR-MATRICULA
                            THRU TRAVAR-MATRICULA-END
                        IF WS-TRAVA-OK = 'S'
                            PERFORM DEPENDENCIA-NOTAS-GRAVAR
                                THRU DEPENDENCIA-NOTAS-GRAVAR-END
                            PERFORM DESTRAVAR-MATRICULA
                                THRU DESTRAVAR-MATRICULA-END
                        END-IF
                    END-IF
                END-IF
            END-IF
        END-IF.
       DEPENDENCIA-NOTAS-END.

       DEPENDENCIA-NOTAS-GRAVAR.
        MOVE WS-BIMESTRE TO WS-DEP-BIM
        PERFORM DEPENDENCIA-IMAGEM THRU DEPENDENCIA-IMAGEM-END
        MOVE WS-DEP-IMAGEM TO WS-AUD-TEXTO-ANTES
        PERFORM ENTRAR-NOTAS THRU ENTRAR-NOTAS-END
        PERFORM CALCULAR-MEDIA THRU CALCULAR-MEDIA-END
        PERFORM VERIFICAR-NOTA THRU VERIFICAR-NOTA-END
        MOVE WS-NOTA-1     TO DEP-NOTA-1(WS-DEP-BIM)
        MOVE WS-NOTA-2     TO DEP-NOTA-2(WS-DEP-BIM)
        MOVE WS-NOTA-3     TO DEP-NOTA-3(WS-DEP-BIM)
        MOVE WS-NOTA-4     TO DEP-NOTA-4(WS-DEP-BIM)
        MOVE WS-MEDIA      TO DEP-MEDIA(WS-DEP-BIM)
        MOVE WS-STATUS     TO DEP-STATUS(WS-DEP-BIM)
        MOVE WS-FREQUENCIA TO DEP-FREQUENCIA(WS-DEP-BIM)
        MOVE CAD-TURMA     TO DEP-TURMA-CURSO
        PERFORM DEPENDENCIA-CALCULAR-FINAL
            THRU DEPENDENCIA-CALCULAR-FINAL-END
        REWRITE DEP-REGISTRO
            INVALID KEY
                DISPLAY 'ERRO AO GRAVAR DEPENDENCIA: '
                    WS-DEPEND-STATUS
            NOT INVALID KEY
                DISPLAY 'MEDIA DO BIMESTRE: ' WS-MEDIA
                    '  STATUS: ' WS-STATUS
                IF DEP-STATUS-FINAL NOT = SPACES
                    DISPLAY 'RESULTADO DA DEPENDENCIA: '
                        DEP-STATUS-FINAL
                END-IF
                PERFORM DEPENDENCIA-IMAGEM THRU DEPENDENCIA-IMAGEM-END
                MOVE WS-DEP-IMAGEM TO WS-AUD-TEXTO-DEPOIS
                MOVE 'DEPNOTAS'    TO WS-AUD-OPERACAO
                MOVE DEP-MATRICULA TO WS-AUD-TEXTO-MATRIC
                MOVE DEP-MATERIA   TO WS-AUD-TEXTO-MATERIA
                MOVE CAD-TURMA     TO WS-AUD-TEXTO-TURMA
                MOVE WS-DEP-BIM    TO WS-AUD-BIMESTRE
                PERFORM GRAVAR-AUDITORIA-TEXTO
                    THRU GRAVAR-AUDITORIA-TEXTO-END
        END-REWRITE.
       DEPENDENCIA-NOTAS-GRAVAR-END.

       DEPENDENCIA-IMAGEM.
        MOVE DEP-MEDIA-FINAL TO WS-MEDIA-FINAL-ED
        MOVE SPACES TO WS-DEP-IMAGEM
        STRING DEP-ANO-ORIGEM ' ' DEP-NOTA-1(WS-DEP-BIM) ' '
            DEP-NOTA-2(WS-DEP-BIM) ' ' DEP-NOTA-3(WS-DEP-BIM) ' '
            DEP-NOTA-4(WS-DEP-BIM) ' M:' DEP-MEDIA(WS-DEP-BIM)
            ' F:' DEP-FREQUENCIA(WS-DEP-BIM)
            ' MF:' WS-MEDIA-FINAL-ED ' ' DEP-STATUS-FINAL
            DELIMITED BY SIZE INTO WS-DEP-IMAGEM.
       DEPENDENCIA-IMAGEM-END.

       DEPENDENCIA-CALCULAR-FINAL.
        MOVE ZERO TO WS-DEP-QTD-BIM
        PERFORM VARYING DEP-BIM-IDX FROM 1 BY 1 UNTIL DEP-BIM-IDX > 4
            IF DEP-STATUS(DEP-BIM-IDX) NOT = SPACES
                ADD 1 TO WS-DEP-QTD-BIM
            END-IF
        END-PERFORM
        IF WS-DEP-QTD-BIM < 4
            MOVE ZERO TO DEP-MEDIA-FINAL
            MOVE SPACES TO DEP-STATUS-FINAL
        ELSE
            COMPUTE DEP-MEDIA-FINAL ROUNDED =
                (DEP-MEDIA(1) + DEP-MEDIA(2) +
                 DEP-MEDIA(3) + DEP-MEDIA(4)) / 4
            IF DEP-STATUS(1) = 'REPROVADO POR FALTA'
               OR DEP-STATUS(2) = 'REPROVADO POR FALTA'
               OR DEP-STATUS(3) = 'REPROVADO POR FALTA'
               OR DEP-STATUS(4) = 'REPROVADO POR FALTA'
                MOVE 'REPROVADO POR FALTA' TO DEP-STATUS-FINAL
            ELSE
                IF DEP-MEDIA-FINAL >= WS-PAR-MEDIA-APROV
                    MOVE 'APROVADO' TO DEP-STATUS-FINAL
                ELSE
                    MOVE 'REPROVADO' TO DEP-STATUS-FINAL
                END-IF
            END-IF
        END-IF.
       DEPENDENCIA-CALCULAR-FINAL-END.

       DEPENDENCIA-CONSULTAR.
        PERFORM ENTRAR-MATRICULA THRU ENTRAR-MATRICULA-END
        IF WS-CAD-ENCONTRADO = 'S'
            MOVE WS-MATRICULA TO WS-DEP-MATRICULA
            PERFORM DEPENDENCIA-EXIBIR-ALUNO
                THRU DEPENDENCIA-EXIBIR-ALUNO-END
        END-IF.
       DEPENDENCIA-CONSULTAR-END.

       DEPENDENCIA-EXIBIR-ALUNO.
        MOVE ZERO TO WS-DEP-LINHAS
        MOVE 'N' TO WS-DEP-FIM
        MOVE WS-DEP-MATRICULA TO DEP-MATRICULA
        MOVE LOW-VALUES TO DEP-MATERIA
        MOVE ZERO TO DEP-ANO-ORIGEM
        START DEPENDENCIA-FILE KEY IS NOT LESS THAN DEP-CHAVE
            INVALID KEY
                MOVE 'S' TO WS-DEP-FIM
        END-START
        PERFORM UNTIL WS-DEP-FIM = 'S'
            READ DEPENDENCIA-FILE NEXT RECORD
                AT END
                    MOVE 'S' TO WS-DEP-FIM
                NOT AT END
                    IF DEP-MATRICULA NOT = WS-DEP-MATRICULA
                        MOVE 'S' TO WS-DEP-FIM
                    ELSE
                        ADD 1 TO WS-DEP-LINHAS
                        DISPLAY ' '
                        DISPLAY 'MATERIA: ' DEP-MATERIA
                            ' ORIGEM: ' DEP-ANO-ORIGEM ' '
                            DEP-TURMA-ORIGEM
                        DISPLAY '  CURSAR EM: ' DEP-ANO-CURSO
                            '  MEDIAS: ' DEP-MEDIA(1) ' '
                            DEP-MEDIA(2) ' ' DEP-MEDIA(3) ' '
                            DEP-MEDIA(4)
                        IF DEP-STATUS-FINAL = SPACES
                            DISPLAY '  RESULTADO: EM ANDAMENTO'
                        ELSE
                            MOVE DEP-MEDIA-FINAL TO WS-MEDIA-FINAL-ED
                            DISPLAY '  RESULTADO: ' DEP-STATUS-FINAL
                                ' MEDIA FINAL: ' WS-MEDIA-FINAL-ED
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
        IF WS-DEP-LINHAS = ZERO
            DISPLAY 'NENHUMA DEPENDENCIA REGISTRADA PARA O ALUNO.'
        END-IF.
       DEPENDENCIA-EXIBIR-ALUNO-END.

       DEPENDENCIA-LISTAR.
        OPEN OUTPUT DEPPRT-FILE
        IF WS-DEPPRT-STATUS NOT = '00'
            DISPLAY 'ERRO AO ABRIR DEPEND.PRT: ' WS-DEPPRT-STATUS
        ELSE
            MOVE ZERO TO WS-QTD-DEP-PENDENTES
            MOVE SPACES TO DEPPRT-LINE
            STRING 'DEPENDENCIAS SEM RESULTADO - ' WS-ESCOLA-NOME
                DELIMITED BY SIZE INTO DEPPRT-LINE
            WRITE DEPPRT-LINE
            MOVE '----------------------------------------'
                TO DEPPRT-LINE
            WRITE DEPPRT-LINE
            MOVE 'N' TO WS-DEP-FIM
            MOVE LOW-VALUES TO DEP-CHAVE
            START DEPENDENCIA-FILE KEY IS NOT LESS THAN DEP-CHAVE
                INVALID KEY
                    MOVE 'S' TO WS-DEP-FIM
            END-START
            PERFORM UNTIL WS-DEP-FIM = 'S'
                READ DEPENDENCIA-FILE NEXT RECORD
                    AT END
                        MOVE 'S' TO WS-DEP-FIM
                    NOT AT END
                        IF DEP-STATUS-FINAL = SPACES
                            PERFORM DEPENDENCIA-LISTAR-LINHA
                                THRU DEPENDENCIA-LISTAR-LINHA-END
                        END-IF
                END-READ
            END-PERFORM
            MOVE SPACES TO DEPPRT-LINE
            WRITE DEPPRT-LINE
            MOVE SPACES TO DEPPRT-LINE
            STRING 'TOTAL DE DEPENDENCIAS SEM RESULTADO: '
                WS-QTD-DEP-PENDENTES
                DELIMITED BY SIZE INTO DEPPRT-LINE
            WRITE DEPPRT-LINE
            CLOSE DEPPRT-FILE
            DISPLAY 'LISTA GRAVADA EM DEPEND.PRT ('
                WS-QTD-DEP-PENDENTES ' DEPENDENCIAS).'
        END-IF.
       DEPENDENCIA-LISTAR-END.

       DEPENDENCIA-LISTAR-LINHA.
        ADD 1 TO WS-QTD-DEP-PENDENTES
        MOVE ZERO TO WS-DEP-QTD-BIM
        PERFORM VARYING DEP-BIM-IDX FROM 1 BY 1 UNTIL DEP-BIM-IDX > 4
            IF DEP-STATUS(DEP-BIM-IDX) NOT = SPACES
                ADD 1 TO WS-DEP-QTD-BIM
            END-IF
        END-PERFORM
        MOVE SPACES TO DEPPRT-LINE
        STRING DEP-MATRICULA ' ' DEP-NOME ' ' DEP-TURMA-CURSO
            DELIMITED BY SIZE INTO DEPPRT-LINE
        WRITE DEPPRT-LINE
        MOVE SPACES TO DEPPRT-LINE
        STRING '  ' DEP-MATERIA ' ORIGEM ' DEP-ANO-ORIGEM
            ' CURSO ' DEP-ANO-CURSO ' BIM LANCADOS: ' WS-DEP-QTD-BIM
            DELIMITED BY SIZE INTO DEPPRT-LINE
        WRITE DEPPRT-LINE.
       DEPENDENCIA-LISTAR-LINHA-END.

       BOL-DEPENDENCIAS.
        IF WS-DEP-ABERTO = 'S'
            MOVE ZERO TO WS-DEP-LINHAS
            MOVE 'N' TO WS-DEP-FIM
            MOVE WS-BOL-MATRICULA-ANT TO DEP-MATRICULA
            MOVE LOW-VALUES TO DEP-MATERIA
            MOVE ZERO TO DEP-ANO-ORIGEM
            START DEPENDENCIA-FILE KEY IS NOT LESS THAN DEP-CHAVE
                INVALID KEY
                    MOVE 'S' TO WS-DEP-FIM
            END-START
            PERFORM UNTIL WS-DEP-FIM = 'S'
                READ DEPENDENCIA-FILE NEXT RECORD
                    AT END
                        MOVE 'S' TO WS-DEP-FIM
                    NOT AT END
                        IF DEP-MATRICULA NOT = WS-BOL-MATRICULA-ANT
                            MOVE 'S' TO WS-DEP-FIM
                        ELSE
                        IF DEP-STATUS-FINAL = SPACES
                           OR DEP-ANO-CURSO = WS-DEP-ANO-ATUAL
                            PERFORM BOL-LINHA-DEPENDENCIA
                                THRU BOL-LINHA-DEPENDENCIA-END
                        END-IF
                        END-IF
                END-READ
            END-PERFORM
        END-IF.
       BOL-DEPENDENCIAS-END.

       BOL-LINHA-DEPENDENCIA.
        IF WS-DEP-LINHAS = ZERO
            MOVE SPACES TO PRINT-LINE
            WRITE PRINT-LINE
            MOVE 'DEPENDENCIAS (PROGRESSAO PARCIAL):' TO PRINT-LINE
            WRITE PRINT-LINE
        END-IF
        ADD 1 TO WS-DEP-LINHAS
        MOVE SPACES TO PRINT-LINE
        IF DEP-STATUS-FINAL = SPACES
            STRING DEP-MATERIA ' '
                DEP-MEDIA(1) ' ' DEP-MEDIA(2) ' '
                DEP-MEDIA(3) ' ' DEP-MEDIA(4) ' '
                ' ---  EM ANDAMENTO         ORIG ' DEP-ANO-ORIGEM
                DELIMITED BY SIZE INTO PRINT-LINE
        ELSE
            MOVE DEP-MEDIA-FINAL TO WS-MEDIA-FINAL-ED
            STRING DEP-MATERIA ' '
                DEP-MEDIA(1) ' ' DEP-MEDIA(2) ' '
                DEP-MEDIA(3) ' ' DEP-MEDIA(4) ' '
                WS-MEDIA-FINAL-ED ' ' DEP-STATUS-FINAL
                ' ORIG ' DEP-ANO-ORIGEM
                DELIMITED BY SIZE INTO PRINT-LINE
        END-IF
        WRITE PRINT-LINE.
       BOL-LINHA-DEPENDENCIA-END.

       HIST-DEPENDENCIAS.
        MOVE ZERO TO WS-DEP-LINHAS
        OPEN INPUT DEPENDENCIA-FILE
        IF WS-DEPEND-STATUS = '00'
            MOVE 'N' TO WS-DEP-FIM
            MOVE WS-MATRICULA TO DEP-MATRICULA
            MOVE LOW-VALUES TO DEP-MATERIA
            MOVE ZERO TO DEP-ANO-ORIGEM
            START DEPENDENCIA-FILE KEY IS NOT LESS THAN DEP-CHAVE
                INVALID KEY
                    MOVE 'S' TO WS-DEP-FIM
            END-START
            PERFORM UNTIL WS-DEP-FIM = 'S'
                READ DEPENDENCIA-FILE NEXT RECORD
                    AT END
                        MOVE 'S' TO WS-DEP-FIM
                    NOT AT END
                        IF DEP-MATRICULA NOT = WS-MATRICULA
                            MOVE 'S' TO WS-DEP-FIM
                        ELSE
                            PERFORM HIST-LINHA-DEPENDENCIA
                                THRU HIST-LINHA-DEPENDENCIA-END
                        END-IF
                END-READ
            END-PERFORM
            CLOSE DEPENDENCIA-FILE
        END-IF.
       HIST-DEPENDENCIAS-END.

       HIST-LINHA-DEPENDENCIA.
        IF WS-DEP-LINHAS = ZERO
            MOVE SPACES TO HISTPRT-LINE
            WRITE HISTPRT-LINE
            MOVE 'DEPENDENCIAS (PROGRESSAO PARCIAL)' TO HISTPRT-LINE
            WRITE HISTPRT-LINE
        END-IF
        ADD 1 TO WS-DEP-LINHAS
        MOVE SPACES TO HISTPRT-LINE
        STRING 'ANO DE ORIGEM: ' DEP-ANO-ORIGEM '  TURMA: '
            DEP-TURMA-ORIGEM '  CURSADA EM: ' DEP-ANO-CURSO
            DELIMITED BY SIZE INTO HISTPRT-LINE
        WRITE HISTPRT-LINE
        MOVE SPACES TO HISTPRT-LINE
        STRING '  MATERIA: ' DEP-MATERIA
            DELIMITED BY SIZE INTO HISTPRT-LINE
        WRITE HISTPRT-LINE
        MOVE SPACES TO HISTPRT-LINE
        IF DEP-STATUS-FINAL = SPACES
            STRING '  MEDIA FINAL: ---   RESULTADO: EM ANDAMENTO'
                DELIMITED BY SIZE INTO HISTPRT-LINE
        ELSE
            MOVE DEP-MEDIA-FINAL TO WS-MEDIA-FINAL-ED
            STRING '  MEDIA FINAL: ' WS-MEDIA-FINAL-ED
                '  RESULTADO: ' DEP-STATUS-FINAL
                DELIMITED BY SIZE INTO HISTPRT-LINE
        END-IF
        WRITE HISTPRT-LINE
        ADD 1 TO WS-QTD-HIST-LINHAS.
       HIST-LINHA-DEPENDENCIA-END.

       REMATRICULA-DEPENDENCIA.
        MOVE ZERO TO WS-REM-DEP-PEND
        IF WS-DEP-ABERTO = 'S'
            MOVE 'N' TO WS-DEP-FIM
            MOVE CAD-MATRICULA TO DEP-MATRICULA
            MOVE LOW-VALUES TO DEP-MATERIA
            MOVE ZERO TO DEP-ANO-ORIGEM
            START DEPENDENCIA-FILE KEY IS NOT LESS THAN DEP-CHAVE
                INVALID KEY
                    MOVE 'S' TO WS-DEP-FIM
            END-START
            PERFORM UNTIL WS-DEP-FIM = 'S'
                READ DEPENDENCIA-FILE NEXT RECORD
                    AT END
                        MOVE 'S' TO WS-DEP-FIM
                    NOT AT END
                        IF DEP-MATRICULA NOT = CAD-MATRICULA
                            MOVE 'S' TO WS-DEP-FIM
                        ELSE
                            IF DEP-ANO-CURSO = WS-ANO-LETIVO
                               AND DEP-STATUS-FINAL NOT = 'APROVADO'
                                ADD 1 TO WS-REM-DEP-PEND
                            END-IF
                        END-IF
                END-READ
            END-PERFORM
        END-IF.
       REMATRICULA-DEPENDENCIA-END.

       ABRIR-LIVRO-FILE.
        OPEN I-O LIVRO-FILE.
        IF WS-LIVRO-STATUS = '35'
            OPEN OUTPUT LIVRO-FILE
            CLOSE LIVRO-FILE
            OPEN I-O LIVRO-FILE
        END-IF.
        IF WS-LIVRO-STATUS NOT = '00'
            DISPLAY 'ERRO AO ABRIR LIVROREG.DAT: ' WS-LIVRO-STATUS
        END-IF.
       ABRIR-LIVRO-FILE-END.

       MENU-DOCUMENTOS.
        PERFORM ABRIR-LIVRO-FILE THRU ABRIR-LIVRO-FILE-END
        IF WS-LIVRO-STATUS = '00'
            MOVE SPACE TO WS-OPCAO-DOC
            PERFORM MENU-DOCUMENTOS-OPCAO
                THRU MENU-DOCUMENTOS-OPCAO-END
                UNTIL WS-OPCAO-DOC = '0'
            CLOSE LIVRO-FILE
        END-IF.
       MENU-DOCUMENTOS-END.

       MENU-DOCUMENTOS-OPCAO.
        DISPLAY ' '
        DISPLAY '*** EMISSAO DE DOCUMENTOS ***'
        DISPLAY '1 - DECLARACAO DE MATRICULA'
        DISPLAY '2 - DECLARACAO DE ESCOLARIDADE'
        DISPLAY '3 - DECLARACAO DE FREQUENCIA'
        DISPLAY '4 - CERTIFICADO DE CONCLUSAO'
        DISPLAY '5 - CONFERIR AUTENTICIDADE DE DOCUMENTO'
        DISPLAY '6 - CANCELAR DOCUMENTO NO LIVRO DE REGISTRO'
        DISPLAY '0 - VOLTAR'
        DISPLAY 'ESCOLHA UMA OPCAO: '
        ACCEPT WS-OPCAO-DOC.

        EVALUATE WS-OPCAO-DOC
            WHEN '1'
                MOVE 'M' TO WS-DOC-TIPO
                PERFORM DOC-EMITIR THRU DOC-EMITIR-END
            WHEN '2'
                MOVE 'E' TO WS-DOC-TIPO
                PERFORM DOC-EMITIR THRU DOC-EMITIR-END
            WHEN '3'
                MOVE 'F' TO WS-DOC-TIPO
                PERFORM DOC-EMITIR THRU DOC-EMITIR-END
            WHEN '4'
                MOVE 'C' TO WS-DOC-TIPO
                PERFORM DOC-EMITIR THRU DOC-EMITIR-END
            WHEN '5'
                PERFORM DOC-CONFERIR THRU DOC-CONFERIR-END
            WHEN '6'
                PERFORM DOC-CANCELAR THRU DOC-CANCELAR-END
            WHEN '0'
                CONTINUE
            WHEN OTHER
                DISPLAY 'OPCAO INVALIDA.'
        END-EVALUATE.
       MENU-DOCUMENTOS-OPCAO-END.

       DOC-DEFINIR-TITULO.
        EVALUATE WS-DOC-TIPO
            WHEN 'M'
                MOVE 'DECLARACAO DE MATRICULA' TO WS-DOC-TITULO
            WHEN 'E'
                MOVE 'DECLARACAO DE ESCOLARIDADE' TO WS-DOC-TITULO
            WHEN 'F'
                MOVE 'DECLARACAO DE FREQUENCIA' TO WS-DOC-TITULO
            WHEN 'C'
                MOVE 'CERTIFICADO DE CONCLUSAO' TO WS-DOC-TITULO
            WHEN OTHER
                MOVE 'DOCUMENTO' TO WS-DOC-TITULO
        END-EVALUATE.
       DOC-DEFINIR-TITULO-END.

       DOC-EMITIR.
        PERFORM DOC-DEFINIR-TITULO THRU DOC-DEFINIR-TITULO-END
        DISPLAY ' '
        DISPLAY '*** ' WS-DOC-TITULO ' ***'
        PERFORM ENTRAR-MATRICULA THRU ENTRAR-MATRICULA-END
        IF WS-CAD-ENCONTRADO = 'S'
            PERFORM DOC-VALIDAR THRU DOC-VALIDAR-END
            IF WS-DOC-OK = 'N'
                DISPLAY 'DOCUMENTO NAO EMITIDO: ' WS-DOC-MOTIVO
            ELSE
                OPEN OUTPUT DOCPRT-FILE
                IF WS-DOCPRT-STATUS NOT = '00'
                    DISPLAY 'ERRO AO ABRIR DOCUMENTO.PRT: '
                        WS-DOCPRT-STATUS
                ELSE
                    PERFORM DOC-REGISTRAR THRU DOC-REGISTRAR-END
                    IF WS-DOC-GRAVADO = 'S'
                        PERFORM DOC-IMPRIMIR THRU DOC-IMPRIMIR-END
                    END-IF
                    CLOSE DOCPRT-FILE
                END-IF
            END-IF
        END-IF.
       DOC-EMITIR-END.

       DOC-IMPRIMIR.
        PERFORM DOC-CABECALHO THRU DOC-CABECALHO-END
        EVALUATE WS-DOC-TIPO
            WHEN 'M'
                PERFORM DOC-CORPO-MATRICULA
                    THRU DOC-CORPO-MATRICULA-END
            WHEN 'E'
                PERFORM DOC-CORPO-ESCOLARIDADE
                    THRU DOC-CORPO-ESCOLARIDADE-END
            WHEN 'F'
                PERFORM DOC-CORPO-FREQUENCIA
                    THRU DOC-CORPO-FREQUENCIA-END
            WHEN 'C'
                PERFORM DOC-CORPO-CERTIFICADO
                    THRU DOC-CORPO-CERTIFICADO-END
        END-EVALUATE
        PERFORM DOC-RODAPE THRU DOC-RODAPE-END
        DISPLAY 'DOCUMENTO GRAVADO EM DOCUMENTO.PRT: ' WS-DOC-TITULO
        DISPLAY 'DOCUMENTO NO ' LVR-NUMERO
            '  CODIGO DE VERIFICACAO: ' LVR-CODIGO-VERIF

        MOVE 'DOCEMISSAO'      TO WS-AUD-OPERACAO
        MOVE WS-MATRICULA      TO WS-AUD-TEXTO-MATRIC
        MOVE WS-DOC-TITULO     TO WS-AUD-TEXTO-MATERIA
        MOVE CAD-TURMA         TO WS-AUD-TEXTO-TURMA
        MOVE ZERO              TO WS-AUD-BIMESTRE
        MOVE SPACES            TO WS-AUD-TEXTO-ANTES
        MOVE SPACES            TO WS-AUD-TEXTO-DEPOIS
        STRING 'DOCUMENTO ' LVR-NUMERO ' CODIGO ' LVR-CODIGO-VERIF
            ' ANO ' LVR-ANO-REF
            DELIMITED BY SIZE INTO WS-AUD-TEXTO-DEPOIS
        PERFORM GRAVAR-AUDITORIA-TEXTO
            THRU GRAVAR-AUDITORIA-TEXTO-END.
       DOC-IMPRIMIR-END.

       DOC-VALIDAR.
        MOVE 'S' TO WS-DOC-OK
        MOVE SPACES TO WS-DOC-MOTIVO
        ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
        MOVE WS-DATA-HOJE(1:4) TO WS-DOC-ANO
        EVALUATE WS-DOC-TIPO
            WHEN 'M'
                IF CAD-SITUACAO NOT = 'ATIVO'
                    MOVE 'N' TO WS-DOC-OK
                    STRING 'ALUNO SEM MATRICULA ATIVA (SITUACAO '
                        CAD-SITUACAO ')'
                        DELIMITED BY SIZE INTO WS-DOC-MOTIVO
                END-IF
            WHEN 'E'
                MOVE 'N' TO WS-DOC-IMPRIMIR
                PERFORM DOC-ESCOLARIDADE-ANOS
                    THRU DOC-ESCOLARIDADE-ANOS-END
                IF WS-DOC-QTD-ANOS = ZERO
                   AND CAD-SITUACAO NOT = 'ATIVO'
                    MOVE 'N' TO WS-DOC-OK
                    MOVE 'NENHUM ANO LETIVO REGISTRADO PARA O ALUNO'
                        TO WS-DOC-MOTIVO
                END-IF
            WHEN 'F'
                IF CAD-SITUACAO NOT = 'ATIVO'
                    MOVE 'N' TO WS-DOC-OK
                    STRING 'ALUNO SEM MATRICULA ATIVA (SITUACAO '
                        CAD-SITUACAO ')'
                        DELIMITED BY SIZE INTO WS-DOC-MOTIVO
                ELSE
                    PERFORM DOC-APURAR-FREQUENCIA
                        THRU DOC-APURAR-FREQUENCIA-END
                    IF WS-DOC-QTD-FREQ = ZERO
                        MOVE 'N' TO WS-DOC-OK
                        MOVE 'NENHUMA FREQUENCIA LANCADA NO ANO LETIVO'
                            TO WS-DOC-MOTIVO
                    END-IF
                END-IF
            WHEN 'C'
                PERFORM DOC-VALIDAR-CERTIFICADO
                    THRU DOC-VALIDAR-CERTIFICADO-END
        END-EVALUATE.
       DOC-VALIDAR-END.

       DOC-VALIDAR-CERTIFICADO.
        MOVE ZERO TO WS-DOC-ANO-FINAL
        MOVE SPACES TO WS-DOC-TURMA-FINAL
        OPEN INPUT HISTORICO-FILE
        IF WS-HISTORICO-STATUS NOT = '00'
            MOVE 'N' TO WS-DOC-OK
            MOVE 'NENHUM HISTORICO ARQUIVADO ATE O MOMENTO'
                TO WS-DOC-MOTIVO
        ELSE
            OPEN INPUT PROGRESSAO-FILE
            IF WS-PROGRESSAO-STATUS NOT = '00'
                MOVE 'N' TO WS-DOC-OK
                MOVE 'TABELA DE PROGRESSAO INDISPONIVEL'
                    TO WS-DOC-MOTIVO
            ELSE
                PERFORM DOC-LOCALIZAR-SERIE-FINAL
                    THRU DOC-LOCALIZAR-SERIE-FINAL-END
                CLOSE PROGRESSAO-FILE
                IF WS-DOC-ANO-FINAL = ZERO
                    MOVE 'N' TO WS-DOC-OK
                    MOVE 'HISTORICO SEM CURSO DA SERIE FINAL'
                        TO WS-DOC-MOTIVO
                ELSE
                    PERFORM DOC-CONFERIR-SERIE-FINAL
                        THRU DOC-CONFERIR-SERIE-FINAL-END
                    MOVE WS-DOC-ANO-FINAL TO WS-DOC-ANO
                    IF WS-DOC-QTD-REPROV > ZERO
                        MOVE 'N' TO WS-DOC-OK
                        STRING 'SERIE FINAL (' WS-DOC-ANO-FINAL
                            ') COM MATERIA NAO APROVADA'
                            DELIMITED BY SIZE INTO WS-DOC-MOTIVO
                    ELSE
                    IF WS-DOC-QTD-FALTANTES > ZERO
                        MOVE 'N' TO WS-DOC-OK
                        STRING 'MATERIA DA GRADE DE ' WS-DOC-TURMA-FINAL
                            ' SEM REGISTRO NO HISTORICO'
                            DELIMITED BY SIZE INTO WS-DOC-MOTIVO
                    ELSE
                    IF WS-DOC-QTD-DEP-PEND > ZERO
                        MOVE 'N' TO WS-DOC-OK
                        MOVE 'ALUNO COM DEPENDENCIA NAO CUMPRIDA'
                            TO WS-DOC-MOTIVO
                    END-IF
                    END-IF
                    END-IF
                END-IF
            END-IF
            CLOSE HISTORICO-FILE
        END-IF.
       DOC-VALIDAR-CERTIFICADO-END.

       DOC-LOCALIZAR-SERIE-FINAL.
        MOVE ZERO TO WS-DOC-ANO-ANT
        MOVE 'N' TO WS-DOC-FIM
        MOVE LOW-VALUES TO HIS-CHAVE
        START HISTORICO-FILE KEY IS NOT LESS THAN HIS-CHAVE
            INVALID KEY
                MOVE 'S' TO WS-DOC-FIM
        END-START
        PERFORM UNTIL WS-DOC-FIM = 'S'
            READ HISTORICO-FILE NEXT RECORD
                AT END
                    MOVE 'S' TO WS-DOC-FIM
                NOT AT END
                    IF HIS-MATRICULA = WS-MATRICULA
                       AND HIS-ANO-LETIVO NOT = WS-DOC-ANO-ANT
                        MOVE HIS-ANO-LETIVO TO WS-DOC-ANO-ANT
                        MOVE HIS-TURMA TO PRG-TURMA
                        READ PROGRESSAO-FILE
                            INVALID KEY
                                CONTINUE
                            NOT INVALID KEY
                                IF PRG-PROMOCAO = SPACES
                                    MOVE HIS-ANO-LETIVO
                                        TO WS-DOC-ANO-FINAL
                                    MOVE HIS-TURMA
                                        TO WS-DOC-TURMA-FINAL
                                END-IF
                        END-READ
                    END-IF
            END-READ
        END-PERFORM.
       DOC-LOCALIZAR-SERIE-FINAL-END.

       DOC-CONFERIR-SERIE-FINAL.
        MOVE ZERO TO WS-DOC-QTD-MAT
        MOVE ZERO TO WS-DOC-QTD-REPROV
        MOVE ZERO TO WS-DOC-QTD-FALTANTES
        MOVE ZERO TO WS-DOC-QTD-DEP-PEND
        MOVE 'N' TO WS-DOC-FIM
        MOVE WS-DOC-ANO-FINAL TO HIS-ANO-LETIVO
        MOVE WS-MATRICULA TO HIS-MATRICULA
        MOVE LOW-VALUES TO HIS-MATERIA
        START HISTORICO-FILE KEY IS NOT LESS THAN HIS-CHAVE
            INVALID KEY
                MOVE 'S' TO WS-DOC-FIM
        END-START
        PERFORM UNTIL WS-DOC-FIM = 'S'
            READ HISTORICO-FILE NEXT RECORD
                AT END
                    MOVE 'S' TO WS-DOC-FIM
                NOT AT END
                    IF HIS-ANO-LETIVO NOT = WS-DOC-ANO-FINAL
                       OR HIS-MATRICULA NOT = WS-MATRICULA
                        MOVE 'S' TO WS-DOC-FIM
                    ELSE
                        ADD 1 TO WS-DOC-QTD-MAT
                        EVALUATE HIS-STATUS-FINAL
                            WHEN 'APROVADO'
                            WHEN 'APROV CONSELHO'
                            WHEN 'APROV DEPENDENCIA'
                                CONTINUE
                            WHEN OTHER
                                ADD 1 TO WS-DOC-QTD-REPROV
                        END-EVALUATE
                    END-IF
            END-READ
        END-PERFORM

        OPEN INPUT GRADE-FILE
        IF WS-GRADE-STATUS = '00'
            MOVE 'N' TO WS-FIM-GRADE
            MOVE WS-DOC-TURMA-FINAL TO GRA-TURMA
            MOVE LOW-VALUES TO GRA-MATERIA
            START GRADE-FILE KEY IS NOT LESS THAN GRA-CHAVE
                INVALID KEY
                    MOVE 'S' TO WS-FIM-GRADE
            END-START
            PERFORM UNTIL WS-FIM-GRADE = 'S'
                READ GRADE-FILE NEXT RECORD
                    AT END
                        MOVE 'S' TO WS-FIM-GRADE
                    NOT AT END
                        IF GRA-TURMA NOT = WS-DOC-TURMA-FINAL
                            MOVE 'S' TO WS-FIM-GRADE
                        ELSE
                            MOVE WS-DOC-ANO-FINAL TO HIS-ANO-LETIVO
                            MOVE WS-MATRICULA TO HIS-MATRICULA
                            MOVE GRA-MATERIA TO HIS-MATERIA
                            READ HISTORICO-FILE
                                INVALID KEY
                                    ADD 1 TO WS-DOC-QTD-FALTANTES
                                    DISPLAY '  SEM REGISTRO: '
                                        GRA-MATERIA
                            END-READ
                        END-IF
                END-READ
            END-PERFORM
            CLOSE GRADE-FILE
        END-IF

        OPEN INPUT DEPENDENCIA-FILE
        IF WS-DEPEND-STATUS = '00'
            MOVE 'N' TO WS-DEP-FIM
            MOVE WS-MATRICULA TO DEP-MATRICULA
            MOVE LOW-VALUES TO DEP-MATERIA
            MOVE ZERO TO DEP-ANO-ORIGEM
            START DEPENDENCIA-FILE KEY IS NOT LESS THAN DEP-CHAVE
                INVALID KEY
                    MOVE 'S' TO WS-DEP-FIM
            END-START
            PERFORM UNTIL WS-DEP-FIM = 'S'
                READ DEPENDENCIA-FILE NEXT RECORD
                    AT END
                        MOVE 'S' TO WS-DEP-FIM
                    NOT AT END
                        IF DEP-MATRICULA NOT = WS-MATRICULA
                            MOVE 'S' TO WS-DEP-FIM
                        ELSE
                        IF DEP-ANO-CURSO = WS-DOC-ANO-FINAL
                           AND DEP-STATUS-FINAL NOT = 'APROVADO'
                            ADD 1 TO WS-DOC-QTD-DEP-PEND
                        END-IF
                        END-IF
                END-READ
            END-PERFORM
            CLOSE DEPENDENCIA-FILE
        END-IF.
       DOC-CONFERIR-SERIE-FINAL-END.

       DOC-REGISTRAR.
        MOVE 'N' TO WS-DOC-GRAVADO
        MOVE ZERO TO WS-DOC-NUMERO
        MOVE 'N' TO WS-DOC-FIM
        MOVE ZERO TO LVR-NUMERO
        START LIVRO-FILE KEY IS NOT LESS THAN LVR-NUMERO
            INVALID KEY
                MOVE 'S' TO WS-DOC-FIM
        END-START
        PERFORM UNTIL WS-DOC-FIM = 'S'
            READ LIVRO-FILE NEXT RECORD
                AT END
                    MOVE 'S' TO WS-DOC-FIM
                NOT AT END
                    MOVE LVR-NUMERO TO WS-DOC-NUMERO
            END-READ
        END-PERFORM
        ADD 1 TO WS-DOC-NUMERO

        ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
        ACCEPT WS-HORA-AGORA FROM TIME
        MOVE SPACES TO LVR-REGISTRO
        MOVE WS-DOC-TIPO   TO LVR-TIPO
        MOVE WS-MATRICULA  TO LVR-MATRICULA
        MOVE CAD-NOME      TO LVR-NOME
        MOVE CAD-TURMA     TO LVR-TURMA
        IF WS-DOC-TIPO = 'C'
            MOVE WS-DOC-TURMA-FINAL TO LVR-TURMA
        END-IF
        MOVE WS-DOC-ANO    TO LVR-ANO-REF
        MOVE WS-DATA-HOJE  TO LVR-DATA
        COMPUTE LVR-HORA = WS-HORA-AGORA / 100
        MOVE WS-OPERADOR   TO LVR-OPERADOR
        MOVE 'V'           TO LVR-SITUACAO
        MOVE ZERO          TO LVR-CANC-DATA
        MOVE ZERO TO WS-DOC-TENTATIVAS
        PERFORM DOC-GRAVAR-LIVRO THRU DOC-GRAVAR-LIVRO-END
            UNTIL WS-DOC-GRAVADO = 'S' OR WS-DOC-TENTATIVAS >= 10
        IF WS-DOC-GRAVADO = 'N'
            DISPLAY 'ERRO AO GRAVAR LIVRO DE REGISTRO: '
                WS-LIVRO-STATUS
            DISPLAY 'DOCUMENTO NAO EMITIDO.'
        END-IF.
       DOC-REGISTRAR-END.

       DOC-GRAVAR-LIVRO.
        ADD 1 TO WS-DOC-TENTATIVAS
        MOVE WS-DOC-NUMERO TO LVR-NUMERO
        PERFORM DOC-CALCULAR-CODIGO THRU DOC-CALCULAR-CODIGO-END
        MOVE WS-DOC-CODIGO TO LVR-CODIGO-VERIF
        WRITE LVR-REGISTRO
            INVALID KEY
                ADD 1 TO WS-DOC-NUMERO
            NOT INVALID KEY
                MOVE 'S' TO WS-DOC-GRAVADO
        END-WRITE.
       DOC-GRAVAR-LIVRO-END.

       DOC-CALCULAR-CODIGO.
        MOVE SPACES TO WS-DOC-CHAVE
        STRING LVR-NUMERO LVR-TIPO LVR-MATRICULA LVR-DATA LVR-HORA
            LVR-OPERADOR
            DELIMITED BY SIZE INTO WS-DOC-CHAVE
        MOVE 13 TO WS-DOC-CODIGO
        PERFORM VARYING WS-DOC-I FROM 1 BY 1 UNTIL WS-DOC-I > 35
            COMPUTE WS-DOC-CODIGO = FUNCTION MOD(WS-DOC-CODIGO * 37
                + FUNCTION ORD(WS-DOC-CHAVE(WS-DOC-I:1)),
                999999929)
        END-PERFORM.
       DOC-CALCULAR-CODIGO-END.

       DOC-FORMATAR-DATA.
        MOVE SPACES TO WS-DOC-DATA-ED
        STRING WS-DOC-DATA-AUX(7:2) '/' WS-DOC-DATA-AUX(5:2) '/'
            WS-DOC-DATA-AUX(1:4)
            DELIMITED BY SIZE INTO WS-DOC-DATA-ED.
       DOC-FORMATAR-DATA-END.

       DOC-CABECALHO.
        MOVE ALL '=' TO DOCPRT-LINE
        WRITE DOCPRT-LINE
        MOVE SPACES TO DOCPRT-LINE
        STRING '          ' WS-ESCOLA-NOME
            DELIMITED BY SIZE INTO DOCPRT-LINE
        WRITE DOCPRT-LINE
        MOVE 'SECRETARIA ESCOLAR' TO DOCPRT-LINE
        WRITE DOCPRT-LINE
        MOVE ALL '=' TO DOCPRT-LINE
        WRITE DOCPRT-LINE
        MOVE SPACES TO DOCPRT-LINE
        WRITE DOCPRT-LINE
        MOVE SPACES TO DOCPRT-LINE
        STRING '               ' WS-DOC-TITULO
            DELIMITED BY SIZE INTO DOCPRT-LINE
        WRITE DOCPRT-LINE
        MOVE SPACES TO DOCPRT-LINE
        WRITE DOCPRT-LINE.
       DOC-CABECALHO-END.

       DOC-CORPO-MATRICULA.
        MOVE 'DECLARAMOS, PARA OS DEVIDOS FINS, QUE O(A) ALUNO(A)'
            TO DOCPRT-LINE
        WRITE DOCPRT-LINE
        MOVE SPACES TO DOCPRT-LINE
        STRING CAD-NOME ', MATRICULA ' CAD-MATRICULA ','
            DELIMITED BY SIZE INTO DOCPRT-LINE
        WRITE DOCPRT-LINE
        IF CAD-DATA-NASC > ZERO
            MOVE CAD-DATA-NASC TO WS-DOC-DATA-AUX
            PERFORM DOC-FORMATAR-DATA THRU DOC-FORMATAR-DATA-END
            MOVE SPACES TO DOCPRT-LINE
            STRING 'NASCIDO(A) EM ' WS-DOC-DATA-ED ','
                DELIMITED BY SIZE INTO DOCPRT-LINE
            WRITE DOCPRT-LINE
        END-IF
        MOVE 'ESTA REGULARMENTE MATRICULADO(A) NESTA UNIDADE ESCOLAR,'
            TO DOCPRT-LINE
        WRITE DOCPRT-LINE
        MOVE SPACES TO DOCPRT-LINE
        STRING 'NA TURMA ' CAD-TURMA ', NO ANO LETIVO DE '
            WS-DOC-ANO '.'
            DELIMITED BY SIZE INTO DOCPRT-LINE
        WRITE DOCPRT-LINE.
       DOC-CORPO-MATRICULA-END.

       DOC-CORPO-ESCOLARIDADE.
        MOVE 'DECLARAMOS, PARA OS DEVIDOS FINS, QUE O(A) ALUNO(A)'
            TO DOCPRT-LINE
        WRITE DOCPRT-LINE
        MOVE SPACES TO DOCPRT-LINE
        STRING CAD-NOME ', MATRICULA ' CAD-MATRICULA ','
            DELIMITED BY SIZE INTO DOCPRT-LINE
        WRITE DOCPRT-LINE
        MOVE 'CURSOU NESTA UNIDADE ESCOLAR OS ANOS LETIVOS ABAIXO:'
            TO DOCPRT-LINE
        WRITE DOCPRT-LINE
        MOVE SPACES TO DOCPRT-LINE
        WRITE DOCPRT-LINE
        MOVE 'S' TO WS-DOC-IMPRIMIR
        PERFORM DOC-ESCOLARIDADE-ANOS
            THRU DOC-ESCOLARIDADE-ANOS-END
        IF CAD-SITUACAO = 'ATIVO'
            MOVE SPACES TO DOCPRT-LINE
            STRING '  ANO LETIVO ' WS-DOC-ANO '  TURMA ' CAD-TURMA
                '  CURSANDO'
                DELIMITED BY SIZE INTO DOCPRT-LINE
            WRITE DOCPRT-LINE
        END-IF.
       DOC-CORPO-ESCOLARIDADE-END.

       DOC-ESCOLARIDADE-ANOS.
        MOVE ZERO TO WS-DOC-QTD-ANOS
        MOVE ZERO TO WS-DOC-ANO-ANT
        OPEN INPUT HISTORICO-FILE
        IF WS-HISTORICO-STATUS = '00'
            MOVE 'N' TO WS-DOC-FIM
            MOVE LOW-VALUES TO HIS-CHAVE
            START HISTORICO-FILE KEY IS NOT LESS THAN HIS-CHAVE
                INVALID KEY
                    MOVE 'S' TO WS-DOC-FIM
            END-START
            PERFORM UNTIL WS-DOC-FIM = 'S'
                READ HISTORICO-FILE NEXT RECORD
                    AT END
                        MOVE 'S' TO WS-DOC-FIM
                    NOT AT END
                        IF HIS-MATRICULA = WS-MATRICULA
                            PERFORM DOC-ESCOLARIDADE-REG
                                THRU DOC-ESCOLARIDADE-REG-END
                        END-IF
                END-READ
            END-PERFORM
            IF WS-DOC-ANO-ANT > ZERO
                PERFORM DOC-ESCOLARIDADE-LINHA
                    THRU DOC-ESCOLARIDADE-LINHA-END
            END-IF
            CLOSE HISTORICO-FILE
        END-IF.
       DOC-ESCOLARIDADE-ANOS-END.

       DOC-ESCOLARIDADE-REG.
        IF HIS-ANO-LETIVO NOT = WS-DOC-ANO-ANT
            IF WS-DOC-ANO-ANT > ZERO
                PERFORM DOC-ESCOLARIDADE-LINHA
                    THRU DOC-ESCOLARIDADE-LINHA-END
            END-IF
            MOVE HIS-ANO-LETIVO TO WS-DOC-ANO-ANT
            MOVE HIS-TURMA TO WS-DOC-TURMA-ANT
            MOVE ZERO TO WS-DOC-QTD-REPROV
            MOVE ZERO TO WS-DOC-QTD-PEND
        END-IF
        EVALUATE HIS-STATUS-FINAL
            WHEN 'APROVADO'
            WHEN 'APROV CONSELHO'
            WHEN 'APROV DEPENDENCIA'
                CONTINUE
            WHEN 'REPROVADO'
            WHEN 'REPROVADO POR FALTA'
                ADD 1 TO WS-DOC-QTD-REPROV
            WHEN OTHER
                ADD 1 TO WS-DOC-QTD-PEND
        END-EVALUATE.
       DOC-ESCOLARIDADE-REG-END.

       DOC-ESCOLARIDADE-LINHA.
        ADD 1 TO WS-DOC-QTD-ANOS
        IF WS-DOC-QTD-REPROV > ZERO
            MOVE 'RETIDO' TO WS-DOC-RESULTADO
        ELSE
        IF WS-DOC-QTD-PEND > ZERO
            MOVE 'SEM RESULTADO FINAL' TO WS-DOC-RESULTADO
        ELSE
            MOVE 'APROVADO' TO WS-DOC-RESULTADO
        END-IF
        END-IF
        IF WS-DOC-IMPRIMIR = 'S'
            MOVE SPACES TO DOCPRT-LINE
            STRING '  ANO LETIVO ' WS-DOC-ANO-ANT '  TURMA '
                WS-DOC-TURMA-ANT '  ' WS-DOC-RESULTADO
                DELIMITED BY SIZE INTO DOCPRT-LINE
            WRITE DOCPRT-LINE
        END-IF.
       DOC-ESCOLARIDADE-LINHA-END.

       DOC-APURAR-FREQUENCIA.
        MOVE ZERO TO WS-DOC-QTD-FREQ
        PERFORM VARYING WS-DOC-BIM FROM 1 BY 1 UNTIL WS-DOC-BIM > 4
            MOVE ZERO TO WS-DOC-FREQ-SOMA(WS-DOC-BIM)
            MOVE ZERO TO WS-DOC-FREQ-QTD(WS-DOC-BIM)
        END-PERFORM
        MOVE 'N' TO WS-DOC-FIM
        MOVE WS-MATRICULA TO ALU-MATRICULA
        MOVE LOW-VALUES TO ALU-MATERIA
        START ALUNOS-FILE KEY IS NOT LESS THAN ALU-CHAVE
            INVALID KEY
                MOVE 'S' TO WS-DOC-FIM
        END-START
        PERFORM UNTIL WS-DOC-FIM = 'S'
            READ ALUNOS-FILE NEXT RECORD
                AT END
                    MOVE 'S' TO WS-DOC-FIM
                NOT AT END
                    IF ALU-MATRICULA NOT = WS-MATRICULA
                        MOVE 'S' TO WS-DOC-FIM
                    ELSE
                        PERFORM VARYING WS-DOC-BIM FROM 1 BY 1
                                UNTIL WS-DOC-BIM > 4
                            IF ALU-STATUS(WS-DOC-BIM) NOT = SPACES
                                ADD ALU-FREQUENCIA(WS-DOC-BIM)
                                    TO WS-DOC-FREQ-SOMA(WS-DOC-BIM)
                                ADD 1 TO WS-DOC-FREQ-QTD(WS-DOC-BIM)
                                ADD 1 TO WS-DOC-QTD-FREQ
                            END-IF
                        END-PERFORM
                    END-IF
            END-READ
        END-PERFORM.
       DOC-APURAR-FREQUENCIA-END.

       DOC-CORPO-FREQUENCIA.
        MOVE 'DECLARAMOS, PARA OS DEVIDOS FINS, QUE O(A) ALUNO(A)'
            TO DOCPRT-LINE
        WRITE DOCPRT-LINE
        MOVE SPACES TO DOCPRT-LINE
        STRING CAD-NOME ', MATRICULA ' CAD-MATRICULA ','
            DELIMITED BY SIZE INTO DOCPRT-LINE
        WRITE DOCPRT-LINE
        MOVE SPACES TO DOCPRT-LINE
        STRING 'MATRICULADO(A) NA TURMA ' CAD-TURMA
            ' NO ANO LETIVO DE ' WS-DOC-ANO ','
            DELIMITED BY SIZE INTO DOCPRT-LINE
        WRITE DOCPRT-LINE
        MOVE 'APRESENTA A SEGUINTE FREQUENCIA ESCOLAR:' TO DOCPRT-LINE
        WRITE DOCPRT-LINE
        MOVE SPACES TO DOCPRT-LINE
        WRITE DOCPRT-LINE
        PERFORM VARYING WS-DOC-BIM FROM 1 BY 1 UNTIL WS-DOC-BIM > 4
            MOVE SPACES TO DOCPRT-LINE
            IF WS-DOC-FREQ-QTD(WS-DOC-BIM) = ZERO
                STRING '  ' WS-DOC-BIM 'o BIMESTRE: SEM LANCAMENTO'
                    DELIMITED BY SIZE INTO DOCPRT-LINE
            ELSE
                COMPUTE WS-DOC-FREQ-PCT ROUNDED =
                    WS-DOC-FREQ-SOMA(WS-DOC-BIM)
                    / WS-DOC-FREQ-QTD(WS-DOC-BIM)
                STRING '  ' WS-DOC-BIM 'o BIMESTRE: '
                    WS-DOC-FREQ-PCT '% DE FREQUENCIA'
                    DELIMITED BY SIZE INTO DOCPRT-LINE
            END-IF
            WRITE DOCPRT-LINE
        END-PERFORM
        MOVE SPACES TO DOCPRT-LINE
        WRITE DOCPRT-LINE
        MOVE SPACES TO DOCPRT-LINE
        STRING 'FREQUENCIA MINIMA EXIGIDA: ' WS-FREQUENCIA-MINIMA '%'
            DELIMITED BY SIZE INTO DOCPRT-LINE
        WRITE DOCPRT-LINE.
       DOC-CORPO-FREQUENCIA-END.

       DOC-CORPO-CERTIFICADO.
        MOVE 'CERTIFICAMOS QUE O(A) ALUNO(A)' TO DOCPRT-LINE
        WRITE DOCPRT-LINE
        MOVE SPACES TO DOCPRT-LINE
        STRING CAD-NOME ', MATRICULA ' CAD-MATRICULA ','
            DELIMITED BY SIZE INTO DOCPRT-LINE
        WRITE DOCPRT-LINE
        IF CAD-DATA-NASC > ZERO
            MOVE CAD-DATA-NASC TO WS-DOC-DATA-AUX
            PERFORM DOC-FORMATAR-DATA THRU DOC-FORMATAR-DATA-END
            MOVE SPACES TO DOCPRT-LINE
            STRING 'NASCIDO(A) EM ' WS-DOC-DATA-ED ','
                DELIMITED BY SIZE INTO DOCPRT-LINE
            WRITE DOCPRT-LINE
        END-IF
        MOVE SPACES TO DOCPRT-LINE
        STRING 'CONCLUIU NO ANO LETIVO DE ' WS-DOC-ANO-FINAL
            ' A SERIE FINAL (TURMA ' WS-DOC-TURMA-FINAL ')'
            DELIMITED BY SIZE INTO DOCPRT-LINE
        WRITE DOCPRT-LINE
        MOVE 'DESTA UNIDADE ESCOLAR, TENDO SIDO APROVADO(A) EM TODAS'
            TO DOCPRT-LINE
        WRITE DOCPRT-LINE
        MOVE 'AS MATERIAS, E FAZ JUS AO PRESENTE CERTIFICADO.'
            TO DOCPRT-LINE
        WRITE DOCPRT-LINE
        MOVE SPACES TO DOCPRT-LINE
        WRITE DOCPRT-LINE
        MOVE 'MATERIA                         MEDIA  RESULTADO'
            TO DOCPRT-LINE
        WRITE DOCPRT-LINE

        OPEN INPUT HISTORICO-FILE
        IF WS-HISTORICO-STATUS = '00'
            MOVE 'N' TO WS-DOC-FIM
            MOVE WS-DOC-ANO-FINAL TO HIS-ANO-LETIVO
            MOVE WS-MATRICULA TO HIS-MATRICULA
            MOVE LOW-VALUES TO HIS-MATERIA
            START HISTORICO-FILE KEY IS NOT LESS THAN HIS-CHAVE
                INVALID KEY
                    MOVE 'S' TO WS-DOC-FIM
            END-START
            PERFORM UNTIL WS-DOC-FIM = 'S'
                READ HISTORICO-FILE NEXT RECORD
                    AT END
                        MOVE 'S' TO WS-DOC-FIM
                    NOT AT END
                        IF HIS-ANO-LETIVO NOT = WS-DOC-ANO-FINAL
                           OR HIS-MATRICULA NOT = WS-MATRICULA
                            MOVE 'S' TO WS-DOC-FIM
                        ELSE
                            MOVE HIS-MEDIA-FINAL TO WS-MEDIA-FINAL-ED
                            MOVE SPACES TO DOCPRT-LINE
                            STRING HIS-MATERIA '  ' WS-MEDIA-FINAL-ED
                                '  ' HIS-STATUS-FINAL
                                DELIMITED BY SIZE INTO DOCPRT-LINE
                            WRITE DOCPRT-LINE
                        END-IF
                END-READ
            END-PERFORM
            CLOSE HISTORICO-FILE
        END-IF.
       DOC-CORPO-CERTIFICADO-END.

       DOC-RODAPE.
        MOVE SPACES TO DOCPRT-LINE
        WRITE DOCPRT-LINE
        MOVE 'POR SER VERDADE, FIRMAMOS O PRESENTE.' TO DOCPRT-LINE
        WRITE DOCPRT-LINE
        MOVE SPACES TO DOCPRT-LINE
        WRITE DOCPRT-LINE
        MOVE LVR-DATA TO WS-DOC-DATA-AUX
        PERFORM DOC-FORMATAR-DATA THRU DOC-FORMATAR-DATA-END
        MOVE SPACES TO DOCPRT-LINE
        STRING 'EMITIDO EM ' WS-DOC-DATA-ED
            DELIMITED BY SIZE INTO DOCPRT-LINE
        WRITE DOCPRT-LINE
        MOVE SPACES TO DOCPRT-LINE
        WRITE DOCPRT-LINE
        MOVE '__________________________________' TO DOCPRT-LINE
        WRITE DOCPRT-LINE
        MOVE 'SECRETARIO(A) ESCOLAR' TO DOCPRT-LINE
        WRITE DOCPRT-LINE
        MOVE SPACES TO DOCPRT-LINE
        WRITE DOCPRT-LINE
        MOVE ALL '-' TO DOCPRT-LINE
        WRITE DOCPRT-LINE
        MOVE SPACES TO DOCPRT-LINE
        STRING 'LIVRO DE REGISTRO - DOCUMENTO NO ' LVR-NUMERO
            '  CODIGO DE VERIFICACAO: ' LVR-CODIGO-VERIF
            DELIMITED BY SIZE INTO DOCPRT-LINE
        WRITE DOCPRT-LINE
        MOVE 'A AUTENTICIDADE PODE SER CONFERIDA NA SECRETARIA.'
            TO DOCPRT-LINE
        WRITE DOCPRT-LINE
        MOVE ALL '=' TO DOCPRT-LINE
        WRITE DOCPRT-LINE.
       DOC-RODAPE-END.

       DOC-ENTRAR-NUMERO.
        MOVE ZERO TO WS-DOC-NUMERO
        DISPLAY 'NUMERO DO DOCUMENTO: '
        ACCEPT WS-DOC-NUMERO
        MOVE 'N' TO WS-DOC-OK
        MOVE WS-DOC-NUMERO TO LVR-NUMERO
        READ LIVRO-FILE
            INVALID KEY
                DISPLAY 'DOCUMENTO NAO CONSTA NO LIVRO DE REGISTRO.'
            NOT INVALID KEY
                MOVE 'S' TO WS-DOC-OK
                MOVE LVR-TIPO TO WS-DOC-TIPO
                PERFORM DOC-DEFINIR-TITULO
                    THRU DOC-DEFINIR-TITULO-END
        END-READ.
       DOC-ENTRAR-NUMERO-END.

       DOC-EXIBIR-REGISTRO.
        MOVE LVR-DATA TO WS-DOC-DATA-AUX
        PERFORM DOC-FORMATAR-DATA THRU DOC-FORMATAR-DATA-END
        DISPLAY 'DOCUMENTO....: ' LVR-NUMERO ' - ' WS-DOC-TITULO
        DISPLAY 'ALUNO........: ' LVR-MATRICULA ' ' LVR-NOME
        DISPLAY 'TURMA/ANO....: ' LVR-TURMA ' ' LVR-ANO-REF
        DISPLAY 'EMITIDO EM...: ' WS-DOC-DATA-ED
            ' POR ' LVR-OPERADOR.
       DOC-EXIBIR-REGISTRO-END.

       DOC-CONFERIR.
        DISPLAY ' '
        DISPLAY '*** CONFERIR AUTENTICIDADE ***'
        PERFORM DOC-ENTRAR-NUMERO THRU DOC-ENTRAR-NUMERO-END
        IF WS-DOC-OK = 'N'
            DISPLAY 'DOCUMENTO NAO AUTENTICO.'
        ELSE
            MOVE ZERO TO WS-DOC-CODIGO-INF
            DISPLAY 'CODIGO DE VERIFICACAO: '
            ACCEPT WS-DOC-CODIGO-INF
            IF WS-DOC-CODIGO-INF NOT = LVR-CODIGO-VERIF
                DISPLAY 'CODIGO DE VERIFICACAO NAO CONFERE. '
                    'DOCUMENTO NAO AUTENTICO.'
            ELSE
                PERFORM DOC-EXIBIR-REGISTRO
                    THRU DOC-EXIBIR-REGISTRO-END
                IF LVR-SITUACAO = 'C'
                    MOVE LVR-CANC-DATA TO WS-DOC-DATA-AUX
                    PERFORM DOC-FORMATAR-DATA
                        THRU DOC-FORMATAR-DATA-END
                    DISPLAY 'DOCUMENTO CANCELADO EM ' WS-DOC-DATA-ED
                        ' POR ' LVR-CANC-OPERADOR
                    DISPLAY 'MOTIVO: ' LVR-CANC-MOTIVO
                    DISPLAY 'DOCUMENTO SEM VALIDADE.'
                ELSE
                    DISPLAY 'DOCUMENTO AUTENTICO E VALIDO.'
                END-IF
            END-IF
        END-IF.
       DOC-CONFERIR-END.

       DOC-CANCELAR.
        IF WS-OPR-PERFIL NOT = 'C' AND WS-OPR-PERFIL NOT = 'D'
            DISPLAY 'CANCELAMENTO DE DOCUMENTO RESTRITO A '
                'COORDENACAO. OPERADOR ' WS-OPERADOR
                ' NAO AUTORIZADO.'
            MOVE 'CANCELAMENTO DE DOCUMENTO' TO WS-AUD-TEXTO-MATERIA
            PERFORM REGISTRAR-ACESSO-NEGADO
                THRU REGISTRAR-ACESSO-NEGADO-END
        ELSE
            DISPLAY ' '
            DISPLAY '*** CANCELAR DOCUMENTO ***'
            PERFORM DOC-ENTRAR-NUMERO THRU DOC-ENTRAR-NUMERO-END
            IF WS-DOC-OK = 'S'
                PERFORM DOC-EXIBIR-REGISTRO
                    THRU DOC-EXIBIR-REGISTRO-END
                IF LVR-SITUACAO = 'C'
                    DISPLAY 'DOCUMENTO JA CANCELADO.'
                ELSE
                    PERFORM DOC-CANCELAR-GRAVAR
                        THRU DOC-CANCELAR-GRAVAR-END
                END-IF
            END-IF
        END-IF.
       DOC-CANCELAR-END.

       DOC-CANCELAR-GRAVAR.
        MOVE SPACES TO WS-DOC-MOTIVO-CANC
        DISPLAY 'MOTIVO DO CANCELAMENTO: '
        ACCEPT WS-DOC-MOTIVO-CANC
        MOVE FUNCTION UPPER-CASE(WS-DOC-MOTIVO-CANC)
            TO WS-DOC-MOTIVO-CANC
        IF WS-DOC-MOTIVO-CANC = SPACES
            DISPLAY 'MOTIVO OBRIGATORIO. CANCELAMENTO NAO REALIZADO.'
        ELSE
            DISPLAY 'CONFIRMA O CANCELAMENTO (S/N)? '
            ACCEPT WS-CONFIRMA
            MOVE FUNCTION UPPER-CASE(WS-CONFIRMA) TO WS-CONFIRMA
            IF WS-CONFIRMA NOT = 'S'
                DISPLAY 'CANCELAMENTO NAO REALIZADO.'
            ELSE
                ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
                MOVE 'C'                TO LVR-SITUACAO
                MOVE WS-DATA-HOJE       TO LVR-CANC-DATA
                MOVE WS-OPERADOR        TO LVR-CANC-OPERADOR
                MOVE WS-DOC-MOTIVO-CANC TO LVR-CANC-MOTIVO
                REWRITE LVR-REGISTRO
                    INVALID KEY
                        DISPLAY 'ERRO AO GRAVAR LIVRO DE REGISTRO: '
                            WS-LIVRO-STATUS
                    NOT INVALID KEY
                        DISPLAY 'DOCUMENTO ' LVR-NUMERO ' CANCELADO.'
                        MOVE 'DOCCANCELA'  TO WS-AUD-OPERACAO
                        MOVE LVR-MATRICULA TO WS-AUD-TEXTO-MATRIC
                        MOVE WS-DOC-TITULO TO WS-AUD-TEXTO-MATERIA
                        MOVE LVR-TURMA     TO WS-AUD-TEXTO-TURMA
                        MOVE ZERO          TO WS-AUD-BIMESTRE
                        MOVE SPACES        TO WS-AUD-TEXTO-ANTES
                        STRING 'DOCUMENTO ' LVR-NUMERO ' VALIDO'
                            DELIMITED BY SIZE INTO WS-AUD-TEXTO-ANTES
                        MOVE SPACES        TO WS-AUD-TEXTO-DEPOIS
                        STRING 'CANCELADO: ' WS-DOC-MOTIVO-CANC
                            DELIMITED BY SIZE INTO WS-AUD-TEXTO-DEPOIS
                        PERFORM GRAVAR-AUDITORIA-TEXTO
                            THRU GRAVAR-AUDITORIA-TEXTO-END
                END-REWRITE
            END-IF
        END-IF.
       DOC-CANCELAR-GRAVAR-END.

       ARQUIVAR-RETENCAO.
        PERFORM VERIFICAR-EXCLUSIVO THRU VERIFICAR-EXCLUSIVO-END
        IF WS-EXCLUSIVO-OK = 'N'
            DISPLAY 'ARQUIVAMENTO CANCELADO.'
        ELSE
            PERFORM RETENCAO-CORPO THRU RETENCAO-CORPO-END
            PERFORM DESTRAVAR-EXCLUSIVO
                THRU DESTRAVAR-EXCLUSIVO-END
        END-IF.
       ARQUIVAR-RETENCAO-END.

       RETENCAO-CORPO.
        ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
        MOVE WS-DATA-HOJE(1:4) TO WS-RET-ANO-ATUAL
        COMPUTE WS-RET-ANO-CORTE =
            WS-RET-ANO-ATUAL - WS-PAR-ANOS-RETENCAO
        DISPLAY ' '
        DISPLAY '*** ARQUIVAMENTO POR RETENCAO ***'
        DISPLAY 'ANOS LETIVOS RETIDOS: ' WS-PAR-ANOS-RETENCAO
            ' (ANO CORRENTE ' WS-RET-ANO-ATUAL ').'
        DISPLAY 'REGISTROS ATE O ANO ' WS-RET-ANO-CORTE
            ' VAO PARA ARQUIVOS ANUAIS.'

        MOVE ZERO TO WS-RET-QTD-ANOS
        MOVE 'N' TO WS-RET-TRUNCADO
        MOVE 'N' TO WS-RET-ERRO
        PERFORM VARYING WS-RET-F FROM 1 BY 1 UNTIL WS-RET-F > 3
            PERFORM RETENCAO-LEVANTAR THRU RETENCAO-LEVANTAR-END
        END-PERFORM

        IF WS-RET-ERRO = 'S'
            DISPLAY 'ARQUIVAMENTO CANCELADO. NENHUM ARQUIVO FOI '
                'ALTERADO.'
        ELSE
        IF WS-RET-QTD-ANOS = ZERO
            DISPLAY 'NENHUM REGISTRO ANTERIOR AO PERIODO DE '
                'RETENCAO.'
        ELSE
            PERFORM RETENCAO-CLASSIFICAR
                THRU RETENCAO-CLASSIFICAR-END
            PERFORM RETENCAO-EXIBIR-PREVIA
                THRU RETENCAO-EXIBIR-PREVIA-END
            IF WS-RET-PENDENTES = ZERO
                DISPLAY 'NENHUM ANO APTO AO ARQUIVAMENTO.'
                PERFORM RETENCAO-RELATORIO
                    THRU RETENCAO-RELATORIO-END
            ELSE
                DISPLAY 'CONFIRMA O ARQUIVAMENTO E O EXPURGO (S/N)? '
                ACCEPT WS-CONFIRMA
                MOVE FUNCTION UPPER-CASE(WS-CONFIRMA) TO WS-CONFIRMA
                IF WS-CONFIRMA NOT = 'S'
                    DISPLAY 'ARQUIVAMENTO CANCELADO.'
                ELSE
                    PERFORM RETENCAO-EXECUTAR
                        THRU RETENCAO-EXECUTAR-END
                    PERFORM RETENCAO-RELATORIO
                        THRU RETENCAO-RELATORIO-END
                END-IF
            END-IF
        END-IF
        END-IF.
       RETENCAO-CORPO-END.

       RETENCAO-LEVANTAR.
        MOVE ZERO TO WS-RET-TOT-LIDOS(WS-RET-F)
        MOVE ZERO TO WS-RET-TOT-MOVIDOS(WS-RET-F)
        MOVE ZERO TO WS-RET-TOT-MANTIDOS(WS-RET-F)
        MOVE 'N' TO WS-RET-TOT-EXPURGO(WS-RET-F)
        PERFORM RETENCAO-ABRIR-ORIGEM THRU RETENCAO-ABRIR-ORIGEM-END
        IF WS-RET-ABERTO = 'S'
            PERFORM UNTIL WS-RET-FIM = 'S'
                PERFORM RETENCAO-LER-ORIGEM
                    THRU RETENCAO-LER-ORIGEM-END
                IF WS-RET-FIM = 'N'
                    ADD 1 TO WS-RET-TOT-LIDOS(WS-RET-F)
                    IF WS-RET-ANO-REG <= WS-RET-ANO-CORTE
                        PERFORM RETENCAO-LOCALIZAR-ANO
                            THRU RETENCAO-LOCALIZAR-ANO-END
                        IF WS-RET-T > ZERO
                            ADD 1 TO WS-RET-TAB-QTD(WS-RET-T, WS-RET-F)
                        END-IF
                    END-IF
                END-IF
            END-PERFORM
            PERFORM RETENCAO-FECHAR-ORIGEM
                THRU RETENCAO-FECHAR-ORIGEM-END
        END-IF.
       RETENCAO-LEVANTAR-END.

       RETENCAO-ABRIR-ORIGEM.
        MOVE 'N' TO WS-RET-ABERTO
        MOVE 'N' TO WS-RET-FIM
        EVALUATE WS-RET-F
            WHEN 1
                OPEN INPUT AUDIT-FILE
                MOVE WS-AUDIT-STATUS TO WS-RET-ST-ORIGEM
            WHEN 2
                OPEN INPUT CONSELHO-FILE
                MOVE WS-CONSELHO-STATUS TO WS-RET-ST-ORIGEM
            WHEN OTHER
                OPEN INPUT CHAMADA-FILE
                MOVE WS-CHAMADA-STATUS TO WS-RET-ST-ORIGEM
        END-EVALUATE
        IF WS-RET-ST-ORIGEM = '00' OR WS-RET-ST-ORIGEM = '05'
            MOVE 'S' TO WS-RET-ABERTO
            IF WS-RET-F = 3
                MOVE LOW-VALUES TO CHA-CHAVE
                START CHAMADA-FILE KEY IS NOT LESS THAN CHA-CHAVE
                    INVALID KEY
                        MOVE 'S' TO WS-RET-FIM
                END-START
            END-IF
        ELSE
        IF WS-RET-ST-ORIGEM NOT = '35'
            DISPLAY 'ERRO AO ABRIR ' WS-RET-ORIGEM(WS-RET-F) ': '
                WS-RET-ST-ORIGEM
            MOVE 'S' TO WS-RET-ERRO
        END-IF
        END-IF.
       RETENCAO-ABRIR-ORIGEM-END.

       RETENCAO-LER-ORIGEM.
        EVALUATE WS-RET-F
            WHEN 1
                READ AUDIT-FILE
                    AT END
                        MOVE 'S' TO WS-RET-FIM
                    NOT AT END
                        DIVIDE AUD-DATA BY 10000
                            GIVING WS-RET-ANO-REG
                        MOVE AUD-REGISTRO TO WS-RET-DADOS
                END-READ
            WHEN 2
                READ CONSELHO-FILE
                    AT END
                        MOVE 'S' TO WS-RET-FIM
                    NOT AT END
                        DIVIDE CSL-DATA BY 10000
                            GIVING WS-RET-ANO-REG
                        MOVE CSL-REGISTRO TO WS-RET-DADOS
                END-READ
            WHEN OTHER
                READ CHAMADA-FILE NEXT RECORD
                    AT END
                        MOVE 'S' TO WS-RET-FIM
                    NOT AT END
                        DIVIDE CHA-DATA BY 10000
                            GIVING WS-RET-ANO-REG
                        MOVE CHA-REGISTRO TO WS-RET-DADOS
                END-READ
        END-EVALUATE.
       RETENCAO-LER-ORIGEM-END.

       RETENCAO-FECHAR-ORIGEM.
        EVALUATE WS-RET-F
            WHEN 1
                CLOSE AUDIT-FILE
            WHEN 2
                CLOSE CONSELHO-FILE
            WHEN OTHER
                CLOSE CHAMADA-FILE
        END-EVALUATE.
       RETENCAO-FECHAR-ORIGEM-END.

       RETENCAO-LOCALIZAR-ANO.
        MOVE ZERO TO WS-RET-T
        PERFORM VARYING WS-RET-I FROM 1 BY 1
                UNTIL WS-RET-I > WS-RET-QTD-ANOS OR WS-RET-T > ZERO
            IF WS-RET-TAB-ANO(WS-RET-I) = WS-RET-ANO-REG
                MOVE WS-RET-I TO WS-RET-T
            END-IF
        END-PERFORM
        IF WS-RET-T = ZERO
            IF WS-RET-QTD-ANOS < 30
                ADD 1 TO WS-RET-QTD-ANOS
                MOVE WS-RET-QTD-ANOS TO WS-RET-T
                MOVE WS-RET-ANO-REG TO WS-RET-TAB-ANO(WS-RET-T)
                MOVE 'N' TO WS-RET-TAB-FECHADO(WS-RET-T)
                PERFORM VARYING WS-RET-I FROM 1 BY 1
                        UNTIL WS-RET-I > 3
                    MOVE ZERO TO WS-RET-TAB-QTD(WS-RET-T, WS-RET-I)
                    MOVE SPACE TO WS-RET-TAB-SIT(WS-RET-T, WS-RET-I)
                END-PERFORM
            ELSE
                MOVE 'S' TO WS-RET-TRUNCADO
            END-IF
        END-IF.
       RETENCAO-LOCALIZAR-ANO-END.

       RETENCAO-CLASSIFICAR.
        MOVE ZERO TO WS-RET-PENDENTES
        MOVE 'N' TO WS-RET-HIS-ABERTO
        OPEN INPUT HISTORICO-FILE
        IF WS-HISTORICO-STATUS = '00'
            MOVE 'S' TO WS-RET-HIS-ABERTO
        END-IF
        MOVE WS-ANO-LETIVO TO WS-RET-ANO-SALVO
        PERFORM VARYING WS-RET-T FROM 1 BY 1
                UNTIL WS-RET-T > WS-RET-QTD-ANOS
            MOVE 'N' TO WS-RET-TAB-FECHADO(WS-RET-T)
            IF WS-RET-HIS-ABERTO = 'S'
                MOVE WS-RET-TAB-ANO(WS-RET-T) TO WS-ANO-LETIVO
                PERFORM LOCALIZAR-ANO-HISTORICO
                    THRU LOCALIZAR-ANO-HISTORICO-END
                MOVE WS-ANO-JA-ARQUIVADO
                    TO WS-RET-TAB-FECHADO(WS-RET-T)
            END-IF
            PERFORM VARYING WS-RET-F FROM 1 BY 1 UNTIL WS-RET-F > 3
                PERFORM RETENCAO-CLASSIFICAR-ARQ
                    THRU RETENCAO-CLASSIFICAR-ARQ-END
            END-PERFORM
        END-PERFORM
        MOVE WS-RET-ANO-SALVO TO WS-ANO-LETIVO
        IF WS-RET-HIS-ABERTO = 'S'
            CLOSE HISTORICO-FILE
        END-IF.
       RETENCAO-CLASSIFICAR-END.

       RETENCAO-CLASSIFICAR-ARQ.
        MOVE SPACE TO WS-RET-TAB-SIT(WS-RET-T, WS-RET-F)
        IF WS-RET-TAB-QTD(WS-RET-T, WS-RET-F) > ZERO
            IF WS-RET-TAB-FECHADO(WS-RET-T) NOT = 'S'
                MOVE 'R' TO WS-RET-TAB-SIT(WS-RET-T, WS-RET-F)
            ELSE
                MOVE WS-RET-TAB-ANO(WS-RET-T) TO WS-RET-ANO-SEL
                PERFORM RETENCAO-MONTAR-NOME
                    THRU RETENCAO-MONTAR-NOME-END
                OPEN INPUT RETARQ-FILE
                IF WS-RETARQ-STATUS = '00'
                    CLOSE RETARQ-FILE
                    MOVE 'E' TO WS-RET-TAB-SIT(WS-RET-T, WS-RET-F)
                ELSE
                    MOVE 'P' TO WS-RET-TAB-SIT(WS-RET-T, WS-RET-F)
                    ADD 1 TO WS-RET-PENDENTES
                END-IF
            END-IF
        END-IF.
       RETENCAO-CLASSIFICAR-ARQ-END.

       RETENCAO-MONTAR-NOME.
        MOVE SPACES TO WS-RET-NOME-ARQ
        STRING WS-RET-ORIGEM(WS-RET-F) DELIMITED BY SPACE
            WS-RET-ANO-SEL DELIMITED BY SIZE
            '.ARQ' DELIMITED BY SIZE
            INTO WS-RET-NOME-ARQ.
       RETENCAO-MONTAR-NOME-END.

       RETENCAO-TEXTO-SITUACAO.
        EVALUATE WS-RET-TAB-SIT(WS-RET-T, WS-RET-F)
            WHEN 'P'
                MOVE 'A ARQUIVAR' TO WS-RET-SIT-TEXTO
            WHEN 'R'
                MOVE 'RECUSADO: ANO NAO ENCERRADO' TO WS-RET-SIT-TEXTO
            WHEN 'E'
                MOVE 'RECUSADO: ARQUIVO JA EXISTE' TO WS-RET-SIT-TEXTO
            WHEN 'A'
                MOVE 'ARQUIVADO, NAO EXPURGADO' TO WS-RET-SIT-TEXTO
            WHEN 'X'
                MOVE 'ARQUIVADO E EXPURGADO' TO WS-RET-SIT-TEXTO
            WHEN 'F'
                MOVE 'FALHA NO ARQUIVO. MANTIDO' TO WS-RET-SIT-TEXTO
            WHEN OTHER
                MOVE SPACES TO WS-RET-SIT-TEXTO
        END-EVALUATE.
       RETENCAO-TEXTO-SITUACAO-END.

       RETENCAO-EXIBIR-PREVIA.
        DISPLAY 'ARQUIVO    ANO  REGISTROS SITUACAO'
        PERFORM VARYING WS-RET-T FROM 1 BY 1
                UNTIL WS-RET-T > WS-RET-QTD-ANOS
            PERFORM VARYING WS-RET-F FROM 1 BY 1 UNTIL WS-RET-F > 3
                IF WS-RET-TAB-QTD(WS-RET-T, WS-RET-F) > ZERO
                    PERFORM RETENCAO-TEXTO-SITUACAO
                        THRU RETENCAO-TEXTO-SITUACAO-END
                    MOVE WS-RET-TAB-QTD(WS-RET-T, WS-RET-F)
                        TO WS-RET-QTD-ED
                    DISPLAY WS-RET-ORIGEM(WS-RET-F) ' '
                        WS-RET-TAB-ANO(WS-RET-T) ' ' WS-RET-QTD-ED
                        ' ' WS-RET-SIT-TEXTO
                END-IF
            END-PERFORM
        END-PERFORM
        IF WS-RET-TRUNCADO = 'S'
            DISPLAY 'MAIS DE 30 ANOS ENCONTRADOS. OS EXCEDENTES '
                'FICAM PARA A PROXIMA EXECUCAO.'
        END-IF.
       RETENCAO-EXIBIR-PREVIA-END.

       RETENCAO-EXECUTAR.
        PERFORM VARYING WS-RET-F FROM 1 BY 1 UNTIL WS-RET-F > 3
            PERFORM VARYING WS-RET-T FROM 1 BY 1
                    UNTIL WS-RET-T > WS-RET-QTD-ANOS
                IF WS-RET-TAB-SIT(WS-RET-T, WS-RET-F) = 'P'
                    PERFORM RETENCAO-GRAVAR-ARQUIVO
                        THRU RETENCAO-GRAVAR-ARQUIVO-END
                END-IF
            END-PERFORM
            PERFORM RETENCAO-EXPURGAR THRU RETENCAO-EXPURGAR-END
        END-PERFORM

        IF WS-RET-TOT-EXPURGO(1) = 'S'
           OR WS-RET-TOT-EXPURGO(2) = 'S'
           OR WS-RET-TOT-EXPURGO(3) = 'S'
            MOVE 'EXPURGO'     TO WS-AUD-OPERACAO
            MOVE ZERO          TO WS-AUD-TEXTO-MATRIC
            MOVE 'ARQUIVAMENTO POR RETENCAO' TO WS-AUD-TEXTO-MATERIA
            MOVE SPACES        TO WS-AUD-TEXTO-TURMA
            MOVE ZERO          TO WS-AUD-BIMESTRE
            MOVE SPACES        TO WS-AUD-TEXTO-ANTES
            STRING 'RETENCAO ' WS-PAR-ANOS-RETENCAO
                ' ANOS - CORTE ' WS-RET-ANO-CORTE
                DELIMITED BY SIZE INTO WS-AUD-TEXTO-ANTES
            MOVE SPACES        TO WS-AUD-TEXTO-DEPOIS
            STRING 'MOVIDOS AUD ' WS-RET-TOT-MOVIDOS(1)
                ' CSL ' WS-RET-TOT-MOVIDOS(2)
                ' CHA ' WS-RET-TOT-MOVIDOS(3)
                DELIMITED BY SIZE INTO WS-AUD-TEXTO-DEPOIS
            PERFORM GRAVAR-AUDITORIA-TEXTO
                THRU GRAVAR-AUDITORIA-TEXTO-END
        END-IF.
       RETENCAO-EXECUTAR-END.

       RETENCAO-GRAVAR-ARQUIVO.
        MOVE WS-RET-TAB-ANO(WS-RET-T) TO WS-RET-ANO-SEL
        PERFORM RETENCAO-MONTAR-NOME THRU RETENCAO-MONTAR-NOME-END
        MOVE 'N' TO WS-RET-ERRO
        MOVE ZERO TO WS-RET-QTD
        MOVE ZERO TO WS-RET-CHECKSUM
        OPEN OUTPUT RETARQ-FILE
        IF WS-RETARQ-STATUS NOT = '00'
            DISPLAY 'ERRO AO CRIAR ' WS-RET-NOME-ARQ ': '
                WS-RETARQ-STATUS
            MOVE 'F' TO WS-RET-TAB-SIT(WS-RET-T, WS-RET-F)
        ELSE
            MOVE SPACES TO RTA-REGISTRO
            MOVE '0' TO RTA-TIPO
            MOVE WS-RET-ORIGEM(WS-RET-F) TO RTA-ORIGEM
            MOVE WS-RET-ANO-SEL TO RTA-ANO
            MOVE WS-DATA-HOJE TO RTA-DATA-GERACAO
            MOVE WS-OPERADOR TO RTA-OPERADOR
            WRITE RTA-REGISTRO
            IF WS-RETARQ-STATUS NOT = '00'
                DISPLAY 'ERRO AO GRAVAR ' WS-RET-NOME-ARQ ': '
                    WS-RETARQ-STATUS
                MOVE 'S' TO WS-RET-ERRO
            ELSE
                PERFORM RETENCAO-ABRIR-ORIGEM
                    THRU RETENCAO-ABRIR-ORIGEM-END
                IF WS-RET-ABERTO = 'N'
                    MOVE 'S' TO WS-RET-ERRO
                ELSE
                    PERFORM UNTIL WS-RET-FIM = 'S'
                               OR WS-RET-ERRO = 'S'
                        PERFORM RETENCAO-LER-ORIGEM
                            THRU RETENCAO-LER-ORIGEM-END
                        IF WS-RET-FIM = 'N'
                           AND WS-RET-ANO-REG = WS-RET-ANO-SEL
                            PERFORM RETENCAO-GRAVAR-REG
                                THRU RETENCAO-GRAVAR-REG-END
                        END-IF
                    END-PERFORM
                    PERFORM RETENCAO-FECHAR-ORIGEM
                        THRU RETENCAO-FECHAR-ORIGEM-END
                END-IF
            END-IF
            IF WS-RET-ERRO = 'N'
                MOVE SPACES TO RTA-REGISTRO
                MOVE '9' TO RTA-TIPO
                MOVE WS-RET-QTD      TO RTA-QTD
                MOVE WS-RET-CHECKSUM TO RTA-CHECKSUM
                WRITE RTA-REGISTRO
                IF WS-RETARQ-STATUS NOT = '00'
                    DISPLAY 'ERRO AO GRAVAR ' WS-RET-NOME-ARQ ': '
                        WS-RETARQ-STATUS
                    MOVE 'S' TO WS-RET-ERRO
                END-IF
            END-IF
            CLOSE RETARQ-FILE

            IF WS-RET-ERRO = 'N'
                PERFORM RETENCAO-VALIDAR-ARQUIVO
                    THRU RETENCAO-VALIDAR-ARQUIVO-END
                IF WS-RET-VALIDO = 'S'
                   AND WS-RET-QTD-TRAILER =
                       WS-RET-TAB-QTD(WS-RET-T, WS-RET-F)
                    MOVE 'A' TO WS-RET-TAB-SIT(WS-RET-T, WS-RET-F)
                    DISPLAY 'ARQUIVO ' WS-RET-NOME-ARQ ' GRAVADO: '
                        WS-RET-QTD-TRAILER ' REGISTROS.'
                ELSE
                    MOVE 'S' TO WS-RET-ERRO
                END-IF
            END-IF
            IF WS-RET-ERRO = 'S'
                MOVE 'F' TO WS-RET-TAB-SIT(WS-RET-T, WS-RET-F)
                DISPLAY 'ARQUIVO ' WS-RET-NOME-ARQ ' NAO CONFERE. '
                    'O ANO FICA NO ARQUIVO ORIGINAL.'
            END-IF
        END-IF.
       RETENCAO-GRAVAR-ARQUIVO-END.

       RETENCAO-GRAVAR-REG.
        MOVE SPACES TO RTA-REGISTRO
        MOVE '1' TO RTA-TIPO
        MOVE WS-RET-DADOS TO RTA-DADOS
        WRITE RTA-REGISTRO
        IF WS-RETARQ-STATUS = '00'
            ADD 1 TO WS-RET-QTD
            PERFORM RETENCAO-CHECKSUM-REG
                THRU RETENCAO-CHECKSUM-REG-END
            ADD WS-CHECKSUM-REG TO WS-RET-CHECKSUM
        ELSE
            DISPLAY 'ERRO AO GRAVAR ' WS-RET-NOME-ARQ ': '
                WS-RETARQ-STATUS
            MOVE 'S' TO WS-RET-ERRO
        END-IF.
       RETENCAO-GRAVAR-REG-END.

       RETENCAO-CHECKSUM-REG.
        EVALUATE WS-RET-F
            WHEN 1
                MOVE WS-RET-DADOS TO AUD-REGISTRO
                COMPUTE WS-CHECKSUM-REG = AUD-DATA + AUD-HORA
                    + AUD-MATRICULA + AUD-BIMESTRE
            WHEN 2
                MOVE WS-RET-DADOS TO CSL-REGISTRO
                COMPUTE WS-CHECKSUM-REG = CSL-DATA + CSL-MATRICULA
            WHEN OTHER
                MOVE WS-RET-DADOS TO CHA-REGISTRO
                COMPUTE WS-CHECKSUM-REG = CHA-DATA + CHA-MATRICULA
        END-EVALUATE.
       RETENCAO-CHECKSUM-REG-END.

       RETENCAO-VALIDAR-ARQUIVO.
        MOVE 'N' TO WS-RET-VALIDO
        MOVE 'N' TO WS-RET-ACHOU
        MOVE 'N' TO WS-RET-TRAILER-LIDO
        MOVE 'N' TO WS-RET-REG-INVALIDO
        MOVE ZERO TO WS-RET-QTD
        MOVE ZERO TO WS-RET-CHECKSUM
        MOVE ZERO TO WS-RET-QTD-TRAILER
        MOVE ZERO TO WS-RET-CHK-TRAILER
        OPEN INPUT RETARQ-FILE
        IF WS-RETARQ-STATUS NOT = '00'
            DISPLAY 'ARQUIVO ' WS-RET-NOME-ARQ ' NAO ENCONTRADO: '
                WS-RETARQ-STATUS
        ELSE
            MOVE 'S' TO WS-RET-ACHOU
            MOVE 'N' TO WS-RET-FIM
            PERFORM UNTIL WS-RET-FIM = 'S'
                READ RETARQ-FILE
                    AT END
                        MOVE 'S' TO WS-RET-FIM
                    NOT AT END
                        PERFORM RETENCAO-VALIDAR-REG
                            THRU RETENCAO-VALIDAR-REG-END
                END-READ
            END-PERFORM
            CLOSE RETARQ-FILE

            IF WS-RET-REG-INVALIDO = 'S'
                DISPLAY 'ARQUIVO ' WS-RET-NOME-ARQ
                    ' COM REGISTROS INVALIDOS.'
            ELSE
            IF WS-RET-TRAILER-LIDO = 'N'
                DISPLAY 'ARQUIVO ' WS-RET-NOME-ARQ
                    ' SEM TRAILER. ARQUIVO INCOMPLETO.'
            ELSE
            IF WS-RET-QTD NOT = WS-RET-QTD-TRAILER
                DISPLAY 'CONTAGEM DE ' WS-RET-NOME-ARQ
                    ' NAO CONFERE. ESPERADO ' WS-RET-QTD-TRAILER
                    ' ENCONTRADO ' WS-RET-QTD
            ELSE
            IF WS-RET-CHECKSUM NOT = WS-RET-CHK-TRAILER
                DISPLAY 'CHECKSUM DE ' WS-RET-NOME-ARQ
                    ' NAO CONFERE.'
            ELSE
                MOVE 'S' TO WS-RET-VALIDO
            END-IF
            END-IF
            END-IF
            END-IF
        END-IF.
       RETENCAO-VALIDAR-ARQUIVO-END.

       RETENCAO-VALIDAR-REG.
        EVALUATE RTA-TIPO
            WHEN '0'
                IF RTA-ORIGEM NOT = WS-RET-ORIGEM(WS-RET-F)
                   OR RTA-ANO NOT = WS-RET-ANO-SEL
                    MOVE 'S' TO WS-RET-REG-INVALIDO
                END-IF
            WHEN '1'
                IF WS-RET-TRAILER-LIDO = 'S'
                    MOVE 'S' TO WS-RET-REG-INVALIDO
                ELSE
                    ADD 1 TO WS-RET-QTD
                    MOVE RTA-DADOS TO WS-RET-DADOS
                    PERFORM RETENCAO-CHECKSUM-REG
                        THRU RETENCAO-CHECKSUM-REG-END
                    ADD WS-CHECKSUM-REG TO WS-RET-CHECKSUM
                END-IF
            WHEN '9'
                IF WS-RET-TRAILER-LIDO = 'S'
                   OR RTA-QTD NOT NUMERIC
                   OR RTA-CHECKSUM NOT NUMERIC
                    MOVE 'S' TO WS-RET-REG-INVALIDO
                ELSE
                    MOVE 'S' TO WS-RET-TRAILER-LIDO
                    MOVE RTA-QTD      TO WS-RET-QTD-TRAILER
                    MOVE RTA-CHECKSUM TO WS-RET-CHK-TRAILER
                END-IF
            WHEN OTHER
                MOVE 'S' TO WS-RET-REG-INVALIDO
        END-EVALUATE.
       RETENCAO-VALIDAR-REG-END.

       RETENCAO-EXPURGAR.
        MOVE 'N' TO WS-RET-ACHOU
        PERFORM VARYING WS-RET-T FROM 1 BY 1
                UNTIL WS-RET-T > WS-RET-QTD-ANOS
            IF WS-RET-TAB-SIT(WS-RET-T, WS-RET-F) = 'A'
                MOVE 'S' TO WS-RET-ACHOU
            END-IF
        END-PERFORM

        MOVE 'N' TO WS-RET-ERRO
        IF WS-RET-ACHOU = 'S'
            IF WS-RET-F = 3
                PERFORM RETENCAO-EXPURGAR-CHAMADA
                    THRU RETENCAO-EXPURGAR-CHAMADA-END
            ELSE
                PERFORM RETENCAO-EXPURGAR-SEQ
                    THRU RETENCAO-EXPURGAR-SEQ-END
            END-IF
            IF WS-RET-ERRO = 'N'
                MOVE 'S' TO WS-RET-TOT-EXPURGO(WS-RET-F)
                PERFORM VARYING WS-RET-T FROM 1 BY 1
                        UNTIL WS-RET-T > WS-RET-QTD-ANOS
                    IF WS-RET-TAB-SIT(WS-RET-T, WS-RET-F) = 'A'
                        MOVE 'X' TO WS-RET-TAB-SIT(WS-RET-T, WS-RET-F)
                    END-IF
                END-PERFORM
            END-IF
        END-IF.
       RETENCAO-EXPURGAR-END.

       RETENCAO-ANO-EXPURGAR.
        MOVE 'N' TO WS-RET-ACHOU
        PERFORM VARYING WS-RET-I FROM 1 BY 1
                UNTIL WS-RET-I > WS-RET-QTD-ANOS
            IF WS-RET-TAB-ANO(WS-RET-I) = WS-RET-ANO-REG
               AND WS-RET-TAB-SIT(WS-RET-I, WS-RET-F) = 'A'
                MOVE 'S' TO WS-RET-ACHOU
            END-IF
        END-PERFORM.
       RETENCAO-ANO-EXPURGAR-END.

       RETENCAO-EXPURGAR-SEQ.
        MOVE ZERO TO WS-RET-TOT-MOVIDOS(WS-RET-F)
        MOVE ZERO TO WS-RET-TOT-MANTIDOS(WS-RET-F)
        PERFORM RETENCAO-ABRIR-ORIGEM THRU RETENCAO-ABRIR-ORIGEM-END
        IF WS-RET-ABERTO = 'N'
            MOVE 'S' TO WS-RET-ERRO
        ELSE
            OPEN OUTPUT RETTMP-FILE
            IF WS-RETTMP-STATUS NOT = '00'
                DISPLAY 'ERRO AO ABRIR RETENCAO.TMP: '
                    WS-RETTMP-STATUS
                MOVE 'S' TO WS-RET-ERRO
            ELSE
                PERFORM UNTIL WS-RET-FIM = 'S'
                    PERFORM RETENCAO-LER-ORIGEM
                        THRU RETENCAO-LER-ORIGEM-END
                    IF WS-RET-FIM = 'N'
                        PERFORM RETENCAO-ANO-EXPURGAR
                            THRU RETENCAO-ANO-EXPURGAR-END
                        IF WS-RET-ACHOU = 'S'
                            ADD 1 TO WS-RET-TOT-MOVIDOS(WS-RET-F)
                        ELSE
                            MOVE WS-RET-DADOS TO RTT-REGISTRO
                            WRITE RTT-REGISTRO
                            IF WS-RETTMP-STATUS NOT = '00'
                                DISPLAY 'ERRO AO GRAVAR RETENCAO.TMP: '
                                    WS-RETTMP-STATUS
                                MOVE 'S' TO WS-RET-ERRO
                                MOVE 'S' TO WS-RET-FIM
                            ELSE
                                ADD 1 TO WS-RET-TOT-MANTIDOS(WS-RET-F)
                            END-IF
                        END-IF
                    END-IF
                END-PERFORM
                CLOSE RETTMP-FILE
            END-IF
            PERFORM RETENCAO-FECHAR-ORIGEM
                THRU RETENCAO-FECHAR-ORIGEM-END
        END-IF

        IF WS-RET-ERRO = 'N'
            PERFORM RETENCAO-REGRAVAR-ORIGEM
                THRU RETENCAO-REGRAVAR-ORIGEM-END
        ELSE
            MOVE ZERO TO WS-RET-TOT-MOVIDOS(WS-RET-F)
            DISPLAY 'EXPURGO DE ' WS-RET-ORIGEM(WS-RET-F)
                ' NAO REALIZADO. O ARQUIVO NAO FOI ALTERADO.'
        END-IF.
       RETENCAO-EXPURGAR-SEQ-END.

       RETENCAO-REGRAVAR-ORIGEM.
        OPEN INPUT RETTMP-FILE
        IF WS-RETTMP-STATUS NOT = '00'
            DISPLAY 'ERRO AO ABRIR RETENCAO.TMP: ' WS-RETTMP-STATUS
            MOVE 'S' TO WS-RET-ERRO
            MOVE ZERO TO WS-RET-TOT-MOVIDOS(WS-RET-F)
            DISPLAY 'EXPURGO DE ' WS-RET-ORIGEM(WS-RET-F)
                ' NAO REALIZADO. O ARQUIVO NAO FOI ALTERADO.'
        ELSE
            IF WS-RET-F = 1
                OPEN OUTPUT AUDIT-FILE
                MOVE WS-AUDIT-STATUS TO WS-RET-ST-ORIGEM
            ELSE
                OPEN OUTPUT CONSELHO-FILE
                MOVE WS-CONSELHO-STATUS TO WS-RET-ST-ORIGEM
            END-IF
            IF WS-RET-ST-ORIGEM NOT = '00'
                DISPLAY 'ERRO AO REGRAVAR ' WS-RET-ORIGEM(WS-RET-F)
                    ': ' WS-RET-ST-ORIGEM
                MOVE 'S' TO WS-RET-ERRO
            ELSE
                MOVE 'N' TO WS-RET-FIM
                PERFORM UNTIL WS-RET-FIM = 'S'
                    READ RETTMP-FILE
                        AT END
                            MOVE 'S' TO WS-RET-FIM
                        NOT AT END
                            PERFORM RETENCAO-REGRAVAR-REG
                                THRU RETENCAO-REGRAVAR-REG-END
                    END-READ
                END-PERFORM
                PERFORM RETENCAO-FECHAR-ORIGEM
                    THRU RETENCAO-FECHAR-ORIGEM-END
            END-IF
            CLOSE RETTMP-FILE
            IF WS-RET-ERRO = 'S'
                DISPLAY 'OS REGISTROS MANTIDOS DE '
                    WS-RET-ORIGEM(WS-RET-F) ' ESTAO EM RETENCAO.TMP.'
                DISPLAY 'RESTAURE O ARQUIVO ANTES DE NOVO USO.'
            END-IF
        END-IF.
       RETENCAO-REGRAVAR-ORIGEM-END.

       RETENCAO-REGRAVAR-REG.
        IF WS-RET-F = 1
            MOVE RTT-REGISTRO TO AUD-REGISTRO
            WRITE AUD-REGISTRO
            MOVE WS-AUDIT-STATUS TO WS-RET-ST-ORIGEM
        ELSE
            MOVE RTT-REGISTRO TO CSL-REGISTRO
            WRITE CSL-REGISTRO
            MOVE WS-CONSELHO-STATUS TO WS-RET-ST-ORIGEM
        END-IF
        IF WS-RET-ST-ORIGEM NOT = '00'
            DISPLAY 'ERRO AO REGRAVAR ' WS-RET-ORIGEM(WS-RET-F)
                ': ' WS-RET-ST-ORIGEM
            MOVE 'S' TO WS-RET-ERRO
            MOVE 'S' TO WS-RET-FIM
        END-IF.
       RETENCAO-REGRAVAR-REG-END.

       RETENCAO-EXPURGAR-CHAMADA.
        MOVE ZERO TO WS-RET-TOT-MOVIDOS(WS-RET-F)
        MOVE ZERO TO WS-RET-TOT-MANTIDOS(WS-RET-F)
        OPEN I-O CHAMADA-FILE
        IF WS-CHAMADA-STATUS NOT = '00'
            DISPLAY 'ERRO AO ABRIR CHAMADA.DAT: ' WS-CHAMADA-STATUS
            MOVE 'S' TO WS-RET-ERRO
        ELSE
            MOVE 'N' TO WS-RET-FIM
            MOVE LOW-VALUES TO CHA-CHAVE
            START CHAMADA-FILE KEY IS NOT LESS THAN CHA-CHAVE
                INVALID KEY
                    MOVE 'S' TO WS-RET-FIM
            END-START
            PERFORM UNTIL WS-RET-FIM = 'S'
                READ CHAMADA-FILE NEXT RECORD
                    AT END
                        MOVE 'S' TO WS-RET-FIM
                    NOT AT END
                        DIVIDE CHA-DATA BY 10000
                            GIVING WS-RET-ANO-REG
                        PERFORM RETENCAO-ANO-EXPURGAR
                            THRU RETENCAO-ANO-EXPURGAR-END
                        IF WS-RET-ACHOU = 'S'
                            DELETE CHAMADA-FILE RECORD
                                INVALID KEY
                                    DISPLAY 'ERRO AO EXPURGAR CHAMADA: '
                                        WS-CHAMADA-STATUS
                                    MOVE 'S' TO WS-RET-ERRO
                                    ADD 1 TO
                                        WS-RET-TOT-MANTIDOS(WS-RET-F)
                                NOT INVALID KEY
                                    ADD 1 TO
                                        WS-RET-TOT-MOVIDOS(WS-RET-F)
                            END-DELETE
                        ELSE
                            ADD 1 TO WS-RET-TOT-MANTIDOS(WS-RET-F)
                        END-IF
                END-READ
            END-PERFORM
            CLOSE CHAMADA-FILE
            IF WS-RET-ERRO = 'S'
                DISPLAY 'EXPURGO DE CHAMADA INCOMPLETO. OS REGISTROS '
                    'NAO REMOVIDOS PERMANECEM EM CHAMADA.DAT.'
            END-IF
        END-IF.
       RETENCAO-EXPURGAR-CHAMADA-END.

       RETENCAO-RELATORIO.
        PERFORM VARYING WS-RET-F FROM 1 BY 1 UNTIL WS-RET-F > 3
            IF WS-RET-TOT-EXPURGO(WS-RET-F) = 'N'
               AND WS-RET-TOT-MOVIDOS(WS-RET-F) = ZERO
                MOVE WS-RET-TOT-LIDOS(WS-RET-F)
                    TO WS-RET-TOT-MANTIDOS(WS-RET-F)
            END-IF
        END-PERFORM

        OPEN OUTPUT RETPRT-FILE
        IF WS-RETPRT-STATUS NOT = '00'
            DISPLAY 'ERRO AO ABRIR RETENCAO.PRT: ' WS-RETPRT-STATUS
        ELSE
            MOVE SPACES TO RETPRT-LINE
            STRING 'ARQUIVAMENTO POR RETENCAO - ' WS-ESCOLA-NOME
                DELIMITED BY SIZE INTO RETPRT-LINE
            WRITE RETPRT-LINE
            MOVE SPACES TO RETPRT-LINE
            STRING 'DATA: ' WS-DATA-HOJE '  OPERADOR: ' WS-OPERADOR
                DELIMITED BY SIZE INTO RETPRT-LINE
            WRITE RETPRT-LINE
            MOVE SPACES TO RETPRT-LINE
            STRING 'ANOS LETIVOS RETIDOS: ' WS-PAR-ANOS-RETENCAO
                '  ARQUIVADOS ATE O ANO: ' WS-RET-ANO-CORTE
                DELIMITED BY SIZE INTO RETPRT-LINE
            WRITE RETPRT-LINE
            MOVE ALL '-' TO RETPRT-LINE
            WRITE RETPRT-LINE
            MOVE 'ARQUIVO    ANO  REGISTROS SITUACAO' TO RETPRT-LINE
            WRITE RETPRT-LINE
            PERFORM VARYING WS-RET-T FROM 1 BY 1
                    UNTIL WS-RET-T > WS-RET-QTD-ANOS
                PERFORM VARYING WS-RET-F FROM 1 BY 1
                        UNTIL WS-RET-F > 3
                    IF WS-RET-TAB-QTD(WS-RET-T, WS-RET-F) > ZERO
                        PERFORM RETENCAO-REL-ANO
                            THRU RETENCAO-REL-ANO-END
                    END-IF
                END-PERFORM
            END-PERFORM
            IF WS-RET-TRUNCADO = 'S'
                MOVE 'MAIS DE 30 ANOS ENCONTRADOS. OS EXCEDENTES FORAM'
                    TO RETPRT-LINE
                WRITE RETPRT-LINE
                MOVE 'MANTIDOS PARA A PROXIMA EXECUCAO.' TO RETPRT-LINE
                WRITE RETPRT-LINE
            END-IF
            MOVE ALL '-' TO RETPRT-LINE
            WRITE RETPRT-LINE
            MOVE 'ARQUIVO       LIDOS   MOVIDOS  MANTIDOS'
                TO RETPRT-LINE
            WRITE RETPRT-LINE
            PERFORM VARYING WS-RET-F FROM 1 BY 1 UNTIL WS-RET-F > 3
                PERFORM RETENCAO-REL-TOTAL
                    THRU RETENCAO-REL-TOTAL-END
            END-PERFORM
            CLOSE RETPRT-FILE
            DISPLAY 'RELATORIO DE CONTROLE GRAVADO EM RETENCAO.PRT.'
        END-IF.
       RETENCAO-RELATORIO-END.

       RETENCAO-REL-ANO.
        PERFORM RETENCAO-TEXTO-SITUACAO
            THRU RETENCAO-TEXTO-SITUACAO-END
        MOVE WS-RET-TAB-QTD(WS-RET-T, WS-RET-F) TO WS-RET-QTD-ED
        MOVE SPACES TO RETPRT-LINE
        IF WS-RET-TAB-SIT(WS-RET-T, WS-RET-F) = 'X'
           OR WS-RET-TAB-SIT(WS-RET-T, WS-RET-F) = 'A'
            MOVE WS-RET-TAB-ANO(WS-RET-T) TO WS-RET-ANO-SEL
            PERFORM RETENCAO-MONTAR-NOME
                THRU RETENCAO-MONTAR-NOME-END
            STRING WS-RET-ORIGEM(WS-RET-F) ' '
                WS-RET-TAB-ANO(WS-RET-T) ' ' WS-RET-QTD-ED ' '
                WS-RET-SIT-TEXTO ' ' WS-RET-NOME-ARQ
                DELIMITED BY SIZE INTO RETPRT-LINE
        ELSE
            STRING WS-RET-ORIGEM(WS-RET-F) ' '
                WS-RET-TAB-ANO(WS-RET-T) ' ' WS-RET-QTD-ED ' '
                WS-RET-SIT-TEXTO
                DELIMITED BY SIZE INTO RETPRT-LINE
        END-IF
        WRITE RETPRT-LINE.
       RETENCAO-REL-ANO-END.

       RETENCAO-REL-TOTAL.
        MOVE WS-RET-TOT-LIDOS(WS-RET-F)    TO WS-RET-QTD-ED
        MOVE WS-RET-TOT-MOVIDOS(WS-RET-F)  TO WS-RET-QTD-ED2
        MOVE WS-RET-TOT-MANTIDOS(WS-RET-F) TO WS-RET-QTD-ED3
        MOVE SPACES TO RETPRT-LINE
        STRING WS-RET-ORIGEM(WS-RET-F) ' ' WS-RET-QTD-ED
            '   ' WS-RET-QTD-ED2 '   ' WS-RET-QTD-ED3
            DELIMITED BY SIZE INTO RETPRT-LINE
        WRITE RETPRT-LINE
        DISPLAY WS-RET-ORIGEM(WS-RET-F) ' MOVIDOS: '
            WS-RET-QTD-ED2 ' MANTIDOS: ' WS-RET-QTD-ED3.
       RETENCAO-REL-TOTAL-END.

       AUDITORIA-ABRIR.
        MOVE 'N' TO WS-RET-ABERTO
        IF WS-RET-ANO-CONSULTA = ZERO
            OPEN INPUT AUDIT-FILE
            IF WS-AUDIT-STATUS NOT = '00'
               AND WS-AUDIT-STATUS NOT = '05'
                DISPLAY 'NENHUMA AUDITORIA GRAVADA: ' WS-AUDIT-STATUS
            ELSE
                MOVE 'S' TO WS-RET-ABERTO
            END-IF
        ELSE
            MOVE 1 TO WS-RET-F
            MOVE WS-RET-ANO-CONSULTA TO WS-RET-ANO-SEL
            PERFORM RETENCAO-MONTAR-NOME THRU RETENCAO-MONTAR-NOME-END
            PERFORM RETENCAO-VALIDAR-ARQUIVO
                THRU RETENCAO-VALIDAR-ARQUIVO-END
            IF WS-RET-ACHOU = 'N'
                DISPLAY 'ANO ' WS-RET-ANO-CONSULTA ' NAO ARQUIVADO.'
            ELSE
                IF WS-RET-VALIDO = 'N'
                    DISPLAY 'ATENCAO: ' WS-RET-NOME-ARQ
                        ' NAO CONFERE COM O TRAILER.'
                END-IF
                OPEN INPUT RETARQ-FILE
                IF WS-RETARQ-STATUS NOT = '00'
                    DISPLAY 'ERRO AO ABRIR ' WS-RET-NOME-ARQ ': '
                        WS-RETARQ-STATUS
                ELSE
                    MOVE 'S' TO WS-RET-ABERTO
                END-IF
            END-IF
        END-IF.
       AUDITORIA-ABRIR-END.

       AUDITORIA-LER.
        IF WS-RET-ANO-CONSULTA = ZERO
            READ AUDIT-FILE
                AT END
                    MOVE 'S' TO WS-FIM-AUDIT
            END-READ
        ELSE
            MOVE SPACE TO RTA-TIPO
            PERFORM UNTIL RTA-TIPO = '1' OR WS-FIM-AUDIT = 'S'
                READ RETARQ-FILE
                    AT END
                        MOVE 'S' TO WS-FIM-AUDIT
                END-READ
            END-PERFORM
            IF WS-FIM-AUDIT = 'N'
                MOVE RTA-DADOS TO AUD-REGISTRO
            END-IF
        END-IF.
       AUDITORIA-LER-END.

       AUDITORIA-FECHAR.
        IF WS-RET-ANO-CONSULTA = ZERO
            CLOSE AUDIT-FILE
        ELSE
            CLOSE RETARQ-FILE
        END-IF.
       AUDITORIA-FECHAR-END.

       HIST-ANO-ARQUIVADO.
        MOVE WS-RET-ANO-CONSULTA TO WS-RET-ANO-SEL
        MOVE SPACES TO HISTPRT-LINE
        WRITE HISTPRT-LINE
        MOVE SPACES TO HISTPRT-LINE
        STRING 'CONSELHO DE CLASSE - ANO ARQUIVADO '
            WS-RET-ANO-CONSULTA
            DELIMITED BY SIZE INTO HISTPRT-LINE
        WRITE HISTPRT-LINE
        MOVE 2 TO WS-RET-F
        PERFORM HIST-ARQ-ABRIR THRU HIST-ARQ-ABRIR-END
        IF WS-RET-ABERTO = 'S'
            MOVE ZERO TO WS-RET-LINHAS
            MOVE 'N' TO WS-RET-FIM
            PERFORM UNTIL WS-RET-FIM = 'S'
                READ RETARQ-FILE
                    AT END
                        MOVE 'S' TO WS-RET-FIM
                    NOT AT END
                        IF RTA-TIPO = '1'
                            MOVE RTA-DADOS TO CSL-REGISTRO
                            IF CSL-MATRICULA = WS-MATRICULA
                                PERFORM HIST-ARQ-CONSELHO
                                    THRU HIST-ARQ-CONSELHO-END
                            END-IF
                        END-IF
                END-READ
            END-PERFORM
            CLOSE RETARQ-FILE
            IF WS-RET-LINHAS = ZERO
                MOVE '  NENHUMA DECISAO DO CONSELHO PARA O ALUNO.'
                    TO HISTPRT-LINE
                WRITE HISTPRT-LINE
            END-IF
        END-IF

        MOVE SPACES TO HISTPRT-LINE
        STRING 'CHAMADA - ANO ARQUIVADO ' WS-RET-ANO-CONSULTA
            DELIMITED BY SIZE INTO HISTPRT-LINE
        WRITE HISTPRT-LINE
        MOVE 3 TO WS-RET-F
        PERFORM HIST-ARQ-ABRIR THRU HIST-ARQ-ABRIR-END
        IF WS-RET-ABERTO = 'S'
            MOVE ZERO TO WS-RET-PRESENCAS
            MOVE ZERO TO WS-RET-FALTAS
            MOVE 'N' TO WS-RET-FIM
            PERFORM UNTIL WS-RET-FIM = 'S'
                READ RETARQ-FILE
                    AT END
                        MOVE 'S' TO WS-RET-FIM
                    NOT AT END
                        IF RTA-TIPO = '1'
                            MOVE RTA-DADOS TO CHA-REGISTRO
                            IF CHA-MATRICULA = WS-MATRICULA
                                IF CHA-PRESENCA = 'F'
                                    ADD 1 TO WS-RET-FALTAS
                                ELSE
                                    ADD 1 TO WS-RET-PRESENCAS
                                END-IF
                            END-IF
                        END-IF
                END-READ
            END-PERFORM
            CLOSE RETARQ-FILE
            MOVE SPACES TO HISTPRT-LINE
            IF WS-RET-PRESENCAS + WS-RET-FALTAS = ZERO
                MOVE '  NENHUMA CHAMADA REGISTRADA PARA O ALUNO.'
                    TO HISTPRT-LINE
            ELSE
                STRING '  PRESENCAS: ' WS-RET-PRESENCAS
                    '  FALTAS: ' WS-RET-FALTAS
                    DELIMITED BY SIZE INTO HISTPRT-LINE
                ADD 1 TO WS-QTD-HIST-LINHAS
            END-IF
            WRITE HISTPRT-LINE
        END-IF.
       HIST-ANO-ARQUIVADO-END.

       HIST-ARQ-ABRIR.
        MOVE 'N' TO WS-RET-ABERTO
        PERFORM RETENCAO-MONTAR-NOME THRU RETENCAO-MONTAR-NOME-END
        PERFORM RETENCAO-VALIDAR-ARQUIVO
            THRU RETENCAO-VALIDAR-ARQUIVO-END
        MOVE SPACES TO HISTPRT-LINE
        IF WS-RET-ACHOU = 'N'
            STRING '  ARQUIVO ' WS-RET-NOME-ARQ ' NAO ENCONTRADO.'
                DELIMITED BY SIZE INTO HISTPRT-LINE
            WRITE HISTPRT-LINE
        ELSE
            IF WS-RET-VALIDO = 'N'
                STRING '  ATENCAO: ' WS-RET-NOME-ARQ
                    ' NAO CONFERE COM O TRAILER.'
                    DELIMITED BY SIZE INTO HISTPRT-LINE
                WRITE HISTPRT-LINE
            END-IF
            OPEN INPUT RETARQ-FILE
            IF WS-RETARQ-STATUS = '00'
                MOVE 'S' TO WS-RET-ABERTO
            ELSE
                DISPLAY 'ERRO AO ABRIR ' WS-RET-NOME-ARQ ': '
                    WS-RETARQ-STATUS
            END-IF
        END-IF.
       HIST-ARQ-ABRIR-END.

       HIST-ARQ-CONSELHO.
        ADD 1 TO WS-RET-LINHAS
        MOVE SPACES TO HISTPRT-LINE
        STRING '  ' CSL-DATA ' ' CSL-MATERIA ' ' CSL-DECISAO
            DELIMITED BY SIZE INTO HISTPRT-LINE
        WRITE HISTPRT-LINE
        IF CSL-JUSTIFICATIVA NOT = SPACES
            MOVE SPACES TO HISTPRT-LINE
            STRING '    ' CSL-JUSTIFICATIVA
                DELIMITED BY SIZE INTO HISTPRT-LINE
            WRITE HISTPRT-LINE
        END-IF
        ADD 1 TO WS-QTD-HIST-LINHAS.
       HIST-ARQ-CONSELHO-END.

       END PROGRAM projeto.
