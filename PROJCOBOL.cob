
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

      *---------------APONTAMENTOS DE LOCAIS DE ARQUIVOS----------------

       FILE STATUS IS USUARIOS-STATUS
       RECORD KEY IS USU-CODIGO.

       SELECT SORTRIS ASSIGN TO 'SORTWK4'.

       SELECT RISCOREL ASSIGN TO 'C:\COBOL\tcc-cobol\RISCOREL.TXT'
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS RISCOREL-STATUS.

       SELECT REGRAS ASSIGN TO 'C:\COBOL\tcc-cobol\REGRAVAL.DAT'
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS REGRAS-STATUS
       RECORD KEY IS REGRAS-CHAVE.

       SELECT CONSELHO ASSIGN TO 'C:\COBOL\tcc-cobol\CONSELHO.DAT'
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS CONSELHO-STATUS
       RECORD KEY IS CONSELHO-CHAVE.

       SELECT ATACONS ASSIGN TO 'C:\COBOL\tcc-cobol\ATACONS.TXT'
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS ATACONS-STATUS.

       SELECT RESPONSAVEIS ASSIGN TO 'C:\COBOL\tcc-cobol\RESPONS.DAT'
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS RESPONSAVEIS-STATUS
       RECORD KEY IS RESP-CHAVE.

       SELECT COMUNIC ASSIGN TO 'C:\COBOL\tcc-cobol\COMUNIC.TXT'
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS COMUNIC-STATUS.

       SELECT MALADIR ASSIGN TO 'C:\COBOL\tcc-cobol\MALADIR.TXT'
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS MALADIR-STATUS.

       SELECT HORARIOS ASSIGN TO 'C:\COBOL\tcc-cobol\HORARIO.DAT'
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS HORARIOS-STATUS
       RECORD KEY IS HORARIOS-CHAVE.

       SELECT SORTHOR ASSIGN TO 'SORTWK5'.

       SELECT GRADEHOR ASSIGN TO 'C:\COBOL\tcc-cobol\GRADEHOR.TXT'
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS GRADEHOR-STATUS.

       SELECT HORCRIT ASSIGN TO 'C:\COBOL\tcc-cobol\HORCRIT.TXT'
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS HORCRIT-STATUS.

       SELECT JOBCTL ASSIGN TO 'C:\COBOL\tcc-cobol\JOBCTL.TXT'
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS JOBCTL-STATUS.

       SELECT JOBLOG ASSIGN TO 'C:\COBOL\tcc-cobol\JOBLOG.TXT'
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS JOBLOG-STATUS.

       SELECT JOBPONTO ASSIGN TO 'C:\COBOL\tcc-cobol\JOBPONTO.TXT'
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS JOBPONTO-STATUS.

       SELECT INTEGREL ASSIGN TO 'C:\COBOL\tcc-cobol\INTEGREL.TXT'
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS INTEGREL-STATUS.

       SELECT ORFAOS ASSIGN TO 'C:\COBOL\tcc-cobol\ORFAOS.TXT'
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS ORFAOS-STATUS.

       SELECT SORTINT ASSIGN TO 'SORTWK6'.

       SELECT ALUANT ASSIGN TO 'C:\COBOL\tcc-cobol\ALUNOS.ANT'
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS ALUANT-STATUS
       RECORD KEY IS ANT-ALU-CHAVE
       ALTERNATE RECORD KEY IS ANT-ALU-NOME WITH DUPLICATES
       ALTERNATE RECORD KEY IS ANT-ALU-CHAVE-TURMA WITH DUPLICATES.

       SELECT DISANT ASSIGN TO 'C:\COBOL\tcc-cobol\DISCIPLI.ANT'
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS DISANT-STATUS
       RECORD KEY IS ANT-DISC-CHAVE.

       SELECT RCPANT ASSIGN TO 'C:\COBOL\tcc-cobol\RECUPERA.ANT'
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS RCPANT-STATUS
       RECORD KEY IS ANT-RCP-CHAVE.

       SELECT AUDANT ASSIGN TO 'C:\COBOL\tcc-cobol\AUDITORI.ANT'
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS AUDANT-STATUS.

       SELECT CONVNOTA ASSIGN TO 'C:\COBOL\tcc-cobol\CONVNOTA.TXT'
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS CONVNOTA-STATUS.

       SELECT CERTIFICADOS ASSIGN TO 'C:\COBOL\tcc-cobol\CERTIFIC.DAT'
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS CERTIFICADOS-STATUS
       RECORD KEY IS CERTIFICADOS-CHAVE
       ALTERNATE RECORD KEY IS CERT-ALUNO.

       SELECT CERTIMP ASSIGN TO 'C:\COBOL\tcc-cobol\CERTIMP.TXT'
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS CERTIMP-STATUS.

       SELECT CERTREL ASSIGN TO 'C:\COBOL\tcc-cobol\CERTREL.TXT'
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS CERTREL-STATUS.

       SELECT CERTVIA ASSIGN TO 'C:\COBOL\tcc-cobol\CERTVIA.TXT'
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS CERTVIA-STATUS.

       SELECT LIVROREG ASSIGN TO 'C:\COBOL\tcc-cobol\LIVROREG.TXT'
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS LIVROREG-STATUS.

       SELECT ESPERA ASSIGN TO 'C:\COBOL\tcc-cobol\ESPERA.DAT'
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS ESPERA-STATUS
       RECORD KEY IS ESPERA-CHAVE.

       SELECT CHAMADA ASSIGN TO 'C:\COBOL\tcc-cobol\CHAMADA.TXT'
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS CHAMADA-STATUS.

       SELECT ESPREL ASSIGN TO 'C:\COBOL\tcc-cobol\ESPREL.TXT'
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS ESPREL-STATUS.

      *-----------------VARIAVEIS DA ESTRUTURA--------------------------

       DATA DIVISION.
          10 ANO-LETIVO                            PIC 9(04).
          05 NOME-ALUNOS                           PIC X(20).
          05 SERIE-ALUNOS                          PIC X(03).
          05 NOTA-1BIMESTRE                        PIC 9(02)V9.
          05 NOTA-2BIMESTRE                        PIC 9(02)V9.
          05 NOTA-3BIMESTRE                        PIC 9(02)V9.
          05 NOTA-4BIMESTRE                        PIC 9(02)V9.
          05 ALUNOS-SITUACAO                       PIC X(01).
             88 ALUNO-TRANSFERIDO                  VALUE 'T'.
             88 ALUNO-DESISTENTE                   VALUE 'D'.
          05 SORT-ANO                               PIC 9(04).
          05 SORT-NOME                              PIC X(20).
          05 SORT-SERIE                             PIC X(03).
          05 SORT-NOTA1                             PIC 9(02)V9.
          05 SORT-NOTA2                             PIC 9(02)V9.
          05 SORT-NOTA3                             PIC 9(02)V9.
          05 SORT-NOTA4                             PIC 9(02)V9.
          05 SORT-SITUACAO                          PIC X(01).
          05 SORT-DATA-SIT                          PIC 9(08).
          05 SORT-CHAVE-TURMA                       PIC X(07).
             10 DISC-ANO                             PIC 9(04).
             10 DISC-COD                             PIC 9(03).
          05 DISC-NOME                               PIC X(15).
          05 DISC-NOTA-1BIMESTRE                     PIC 9(02)V9.
          05 DISC-NOTA-2BIMESTRE                     PIC 9(02)V9.
          05 DISC-NOTA-3BIMESTRE                     PIC 9(02)V9.
          05 DISC-NOTA-4BIMESTRE                     PIC 9(02)V9.

       FD AUDITORIA.
       01 REC-AUDITORIA                            PIC X(150).
       01 REC-BOLETIM                              PIC X(80).

       FD ALUBKP.
       01 REC-ALUBKP                               PIC X(60).

       FD DISBKP.
       01 REC-DISBKP                               PIC X(39).

       FD CTRLVERI.
       01 REC-CTRLVERI                             PIC X(20).
             10 RCP-RM                               PIC 9(05).
             10 RCP-ANO                              PIC 9(04).
             10 RCP-COD                              PIC 9(03).
          05 RCP-MEDIA-ANUAL                         PIC 9(02)V9.
          05 RCP-NOTA-EXAME                          PIC 9(02)V9.
          05 RCP-MEDIA-FINAL                         PIC 9(02)V9.
          05 RCP-RESULTADO                           PIC X(01).

       FD CONVOCA.
          05 SCV-COD                                PIC 9(03).
          05 SCV-NOME                               PIC X(20).
          05 SCV-DISC                               PIC X(15).
          05 SCV-MEDIA                              PIC 9(02)V9.

       FD HISTORIC.
       01 REC-HISTORIC                             PIC X(80).
       01 SORTEST-REG.
          05 SES-SERIE                              PIC X(03).
          05 SES-COD                                PIC 9(03).
          05 SES-NOTA                               PIC 9(02)V9.
          05 SES-NOTA-ANT                           PIC 9(02)V9.
          05 SES-MEDIA-APROV                        PIC 9(02)V9.

       FD ESTATIST.
       01 REC-ESTATIST                             PIC X(120).
          05 USU-NOME                                PIC X(20).
          05 USU-PERFIL                              PIC X(01).

       SD SORTRIS.
       01 SORTRIS-REG.
          05 SRI-SERIE                              PIC X(03).
          05 SRI-PONTOS                             PIC 9(03).
          05 SRI-RM                                 PIC 9(05).
          05 SRI-NOME                               PIC X(20).
          05 SRI-DISC-ABAIXO                        PIC 9(03).
          05 SRI-FREQ                               PIC 9(03).
          05 SRI-ADV                                PIC 9(03).
          05 SRI-SUSP                               PIC 9(03).

       FD RISCOREL.
       01 REC-RISCOREL                             PIC X(100).

       FD REGRAS.
       01 REGRAS-REG.
          05 REGRAS-CHAVE.
             10 REG-ANO                              PIC 9(04).
             10 REG-SERIE                            PIC X(03).
             10 REG-COD                              PIC 9(03).
          05 REG-MEDIA-APROV                         PIC 9(02)V9.
          05 REG-FREQ-MIN                            PIC 9(03).
          05 REG-PESO-1BIMESTRE                      PIC 9(01).
          05 REG-PESO-2BIMESTRE                      PIC 9(01).
          05 REG-PESO-3BIMESTRE                      PIC 9(01).
          05 REG-PESO-4BIMESTRE                      PIC 9(01).
          05 REG-RECUP-PERMITIDA                     PIC X(01).

       FD CONSELHO.
       01 CONSELHO-REG.
          05 CONSELHO-CHAVE.
             10 CNS-RM                               PIC 9(05).
             10 CNS-ANO                              PIC 9(04).
             10 CNS-COD                              PIC 9(03).
          05 CNS-DECISAO                             PIC X(01).
             88 CNS-APROVADO                         VALUE 'A'.
             88 CNS-RETIDO                           VALUE 'R'.
          05 CNS-DATA                                PIC 9(08).
          05 CNS-JUSTIFICA                           PIC X(60).
          05 CNS-OPERADOR                            PIC X(08).

       FD ATACONS.
       01 REC-ATACONS                              PIC X(100).

       FD RESPONSAVEIS.
       01 RESPONSAVEIS-REG.
          05 RESP-CHAVE.
             10 RESP-RM                              PIC 9(05).
             10 RESP-SEQ                             PIC 9(02).
          05 RESP-NOME                               PIC X(30).
          05 RESP-PARENTESCO                         PIC X(12).
          05 RESP-TELEFONE                           PIC X(15).
          05 RESP-EMAIL                              PIC X(40).
          05 RESP-ENDERECO                           PIC X(50).

       FD COMUNIC.
       01 REC-COMUNIC                              PIC X(80).

       FD MALADIR.
       01 REC-MALADIR                              PIC X(160).

       FD HORARIOS.
       01 HORARIOS-REG.
          05 HORARIOS-CHAVE.
             10 HOR-SERIE                            PIC X(03).
             10 HOR-ANO                              PIC 9(04).
             10 HOR-DIA                              PIC 9(01).
             10 HOR-AULA                             PIC 9(01).
          05 HOR-COD                                 PIC 9(03).
          05 HOR-MATR                                PIC 9(05).

       SD SORTHOR.
       01 SORTHOR-REG.
          05 SHR-SERIE                              PIC X(03).
          05 SHR-ANO                                PIC 9(04).
          05 SHR-DIA                                PIC 9(01).
          05 SHR-AULA                               PIC 9(01).
          05 SHR-COD                                PIC 9(03).
          05 SHR-MATR                               PIC 9(05).

       FD GRADEHOR.
       01 REC-GRADEHOR                             PIC X(80).

       FD HORCRIT.
       01 REC-HORCRIT                              PIC X(80).

       FD JOBCTL.
       01 JOBCTL-REG.
          05 JOB-PASSO                               PIC 9(02).
          05 FILLER                                  PIC X(01).
          05 JOB-PROCESSO                            PIC X(01).
          05 FILLER                                  PIC X(01).
          05 JOB-ANO                                 PIC 9(04).
          05 FILLER                                  PIC X(01).
          05 JOB-BIM                                 PIC 9(01).
          05 FILLER                                  PIC X(69).

       FD JOBLOG.
       01 REC-JOBLOG                               PIC X(120).

       FD JOBPONTO.
       01 JOBPONTO-REG.
          05 PNT-PASSO                               PIC 9(02).
          05 PNT-DATA                                PIC 9(08).
          05 PNT-HORA                                PIC 9(08).
          05 FILLER                                  PIC X(62).

       FD INTEGREL.
       01 REC-INTEGREL                             PIC X(100).

       FD ORFAOS.
       01 REC-ORFAOS                               PIC X(200).

       SD SORTINT.
       01 SORTINT-REG.
          05 SIN-TIPO                               PIC 9(02).
          05 SIN-RM                                 PIC 9(05).
          05 SIN-ANO                                PIC 9(04).
          05 SIN-SERIE                              PIC X(03).
          05 SIN-COD                                PIC 9(03).
          05 SIN-DETALHE                            PIC X(30).
          05 SIN-ACAO                               PIC X(10).

       FD ALUANT.
       01 ALUANT-REG.
          05 ANT-ALU-CHAVE.
             10 ANT-ALU-RM                           PIC 9(05).
             10 ANT-ALU-ANO                          PIC 9(04).
          05 ANT-ALU-NOME                            PIC X(20).
          05 ANT-ALU-SERIE                           PIC X(03).
          05 ANT-ALU-NOTA1                           PIC 9(02).
          05 ANT-ALU-NOTA2                           PIC 9(02).
          05 ANT-ALU-NOTA3                           PIC 9(02).
          05 ANT-ALU-NOTA4                           PIC 9(02).
          05 ANT-ALU-SITUACAO                        PIC X(01).
          05 ANT-ALU-DATA-SIT                        PIC 9(08).
          05 ANT-ALU-CHAVE-TURMA.
             10 ANT-ALU-TURMA-SERIE                  PIC X(03).
             10 ANT-ALU-TURMA-ANO                    PIC 9(04).

       FD DISANT.
       01 DISANT-REG.
          05 ANT-DISC-CHAVE.
             10 ANT-DISC-RM                          PIC 9(05).
             10 ANT-DISC-ANO                         PIC 9(04).
             10 ANT-DISC-COD                         PIC 9(03).
          05 ANT-DISC-NOME                           PIC X(15).
          05 ANT-DISC-NOTA1                          PIC 9(02).
          05 ANT-DISC-NOTA2                          PIC 9(02).
          05 ANT-DISC-NOTA3                          PIC 9(02).
          05 ANT-DISC-NOTA4                          PIC 9(02).

       FD RCPANT.
       01 RCPANT-REG.
          05 ANT-RCP-CHAVE.
             10 ANT-RCP-RM                           PIC 9(05).
             10 ANT-RCP-ANO                          PIC 9(04).
             10 ANT-RCP-COD                          PIC 9(03).
          05 ANT-RCP-MEDIA-ANUAL                     PIC 9(02).
          05 ANT-RCP-NOTA-EXAME                      PIC 9(02).
          05 ANT-RCP-MEDIA-FINAL                     PIC 9(02).
          05 ANT-RCP-RESULTADO                       PIC X(01).

       FD AUDANT.
       01 REC-AUDANT                               PIC X(150).

       FD CONVNOTA.
       01 REC-CONVNOTA                             PIC X(100).

       FD CERTIFICADOS.
       01 CERTIFICADOS-REG.
          05 CERTIFICADOS-CHAVE.
             10 CERT-ANO-EMISSAO                     PIC 9(04).
             10 CERT-NUMERO                          PIC 9(05).
          05 CERT-ALUNO.
             10 CERT-RM                              PIC 9(05).
             10 CERT-ANO-LETIVO                      PIC 9(04).
          05 CERT-NOME                               PIC X(20).
          05 CERT-SERIE                              PIC X(03).
          05 CERT-DATA-EMISSAO                       PIC 9(08).
          05 CERT-LIVRO                              PIC 9(03).
          05 CERT-FOLHA                              PIC 9(03).
          05 CERT-OPERADOR                           PIC X(08).
          05 CERT-QTD-VIAS                           PIC 9(02).
          05 CERT-DATA-ULT-VIA                       PIC 9(08).
          05 CERT-OPER-ULT-VIA                       PIC X(08).

       FD CERTIMP.
       01 REC-CERTIMP                              PIC X(80).

       FD CERTREL.
       01 REC-CERTREL                              PIC X(100).

       FD CERTVIA.
       01 REC-CERTVIA                              PIC X(80).

       FD LIVROREG.
       01 REC-LIVROREG                             PIC X(100).

       FD ESPERA.
       01 ESPERA-REG.
          05 ESPERA-CHAVE.
             10 ESP-SERIE                            PIC X(03).
             10 ESP-ANO                              PIC 9(04).
             10 ESP-ORDEM                            PIC 9(05).
          05 ESP-RM                                  PIC 9(05).
          05 ESP-NOME                                PIC X(20).
          05 ESP-DATA-PEDIDO                         PIC 9(08).
          05 ESP-ORIGEM                              PIC X(01).
             88 ESP-ORIGEM-IMPORT                    VALUE 'I'.
             88 ESP-ORIGEM-TELA                      VALUE 'T'.
          05 ESP-SITUACAO                            PIC X(01).
             88 ESP-AGUARDANDO                       VALUE 'A'.
             88 ESP-CHAMADO                          VALUE 'C'.
             88 ESP-MATRICULADO                      VALUE 'M'.
             88 ESP-DESISTENTE                       VALUE 'D'.
          05 ESP-DATA-CHAMADA                        PIC 9(08).
          05 ESP-DATA-SITUACAO                       PIC 9(08).
          05 ESP-OPERADOR                            PIC X(08).

       FD CHAMADA.
       01 REC-CHAMADA                              PIC X(100).

       FD ESPREL.
       01 REC-ESPREL                               PIC X(100).

      *----------------VARIAVEIS DE APOIO-------------------------------

       WORKING-STORAGE SECTION.
       77 ALUNOS-STATUS                            PIC 9(02).
       77 RELALUNO-STATUS                          PIC 9(02).
       77 WRK-MSGERRO                              PIC X(40).
       77 WRK-MEDIA                                PIC 9(02)V9 COMP-3.
       77 WRK-MEDIA-EDITADA                        PIC Z9,9.
       77 WRK-LINHA                                PIC 9(02) VALUE 5.
       77 WRK-MEDIA-STATUS                         PIC X(14).
       77 WRK-NOTA-VALIDA                          PIC X(01) VALUE 'S'.
       77 WRK-ANO-ANTERIOR                         PIC 9(04).
       77 WRK-TOTAL-ALUNOS                         PIC 9(05) COMP-3.
       77 WRK-QTD-ALUNOS-SERIE                     PIC 9(05) COMP-3.
       77 WRK-SOMA-MEDIA-SERIE                     PIC 9(07)V9 COMP-3.
       77 WRK-MEDIA-SERIE                          PIC 9(02)V9 COMP-3.
       77 WRK-MEDIA-SERIE-EDITADA                  PIC Z9,9.
       77 WRK-QTD-APROVADOS-SERIE                  PIC 9(05) COMP-3.
       77 WRK-QTD-REPROVADOS-SERIE                 PIC 9(05) COMP-3.
       77 DISCIPLINAS-STATUS                       PIC 9(02).
       77 WRK-ANO-DISC                              PIC 9(04).
       77 AUDITORIA-STATUS                         PIC 9(02).
       77 CSVALUNO-STATUS                          PIC 9(02).
       77 WRK-CSV-NOTA1                            PIC Z9,9.
       77 WRK-CSV-NOTA2                            PIC Z9,9.
       77 WRK-CSV-NOTA3                            PIC Z9,9.
       77 WRK-CSV-NOTA4                            PIC Z9,9.
       77 RELCKPT-STATUS                           PIC 9(02).
       77 WRK-TEM-CKPT                             PIC X(01) VALUE 'N'.
           88 TEM-CHECKPOINT                       VALUE 'S'.
          05 MOV-COD                               PIC 9(03).
          05 MOV-NOME                              PIC X(20).
          05 MOV-SERIE                             PIC X(03).
          05 MOV-NOTA1                             PIC 9(02)V9.
          05 MOV-NOTA2                             PIC 9(02)V9.
          05 MOV-NOTA3                             PIC 9(02)V9.
          05 MOV-NOTA4                             PIC 9(02)V9.
          05 FILLER                                PIC X(11).

      *------------LINHAS DO RELATORIO DO MOVIMENTO BATCH-----------------

       01 WRK-MOVREL-LIN.
          05 MOVREL-IMAGEM                         PIC X(49).
          05 FILLER                                PIC X(01).
          05 MOVREL-RESULT                         PIC X(09).
          05 FILLER                                PIC X(01).
          05 MOVREL-MOTIVO                         PIC X(30).
          05 FILLER                                PIC X(30).

       01 WRK-MOV-TOT.
          05 MOV-TOT-TEXTO                         PIC X(16).
       77 WRK-QTD-SEM-DISC                         PIC 9(05) COMP-3.
       77 WRK-QTD-ORFAOS                           PIC 9(05) COMP-3.
       77 WRK-QTD-DISC-ALUNO                       PIC 9(03) COMP-3.
       77 WRK-SOMA-MEDIA-DISC                      PIC 9(05)V9 COMP-3.
       77 WRK-MEDIA-DISC                           PIC 9(02)V9 COMP-3.
       77 WRK-FIM-DISC                             PIC X(01).
           88 FIM-DISC                             VALUE 'S'.
           88 NAO-FIM-DISC                         VALUE 'N'.
          05 RECON-NOME                            PIC X(20).
          05 FILLER                                PIC X(01).
          05 RECON-ROT1                            PIC X(07).
          05 RECON-MEDIA-ALU                       PIC Z9,9.
          05 FILLER                                PIC X(01).
          05 RECON-ROT2                            PIC X(06).
          05 RECON-MEDIA-DISC                      PIC Z9,9.
          05 FILLER                                PIC X(30).

       01 WRK-RECON-TOT.
          05 RECON-TOT-TEXTO                       PIC X(16).
       77 WRK-TURMA-SERIE-CHK                      PIC X(03).
       77 WRK-TURMA-ANO-CHK                        PIC 9(04).

       01 WRK-ALUNO-GUARDA                         PIC X(60).

      *------------LINHA DA TURMA NO RELATORIO DE ALUNOS-------------------

       77 RECUPERA-STATUS                          PIC 9(02).
       77 CONVOCA-STATUS                           PIC 9(02).
       77 WRK-ANO-RECUP                            PIC 9(04).
       77 WRK-NOTA-EXAME                           PIC 9(02)V9.
       77 WRK-QTD-CONVOCADOS                       PIC 9(05) COMP-3.
       77 WRK-SERIE-CONV-ANT                       PIC X(03).
       77 WRK-FIM-SORTCONV                         PIC X(01).
       77 WRK-TEM-RECUP                            PIC X(01).
       77 WRK-RECUP-REPROV                         PIC X(01).
       77 WRK-RECUP-PEND                           PIC X(01).
       77 WRK-RECUP-CONS                           PIC X(01).

      *------------LINHAS DA LISTA DE CONVOCACAO---------------------------

          05 CONV-DISC                             PIC X(15).
          05 FILLER                                PIC X(01).
          05 CONV-ROT                              PIC X(07).
          05 CONV-MEDIA                            PIC Z9,9.
          05 FILLER                                PIC X(22).

      *------------APOIO DO HISTORICO ESCOLAR------------------------------

          05 HIST-DISC-NOME                        PIC X(15).
          05 FILLER                                PIC X(01).
          05 HIST-ROT                              PIC X(13).
          05 HIST-DISC-MEDIA                       PIC Z9,9.
          05 FILLER                                PIC X(02).
          05 HIST-DISC-CONS                        PIC X(22).
          05 FILLER                                PIC X(20).

       01 WRK-HIST-RES-LIN.
          05 FILLER                                PIC X(03)
       77 WRK-RET-ANO                              PIC 9(04).
       77 WRK-RET-COD                              PIC 9(03).
       77 WRK-RET-BIM                              PIC 9(01).
       77 WRK-RET-NOTA                             PIC 9(02)V9.
       77 WRK-RET-MOTIVO                           PIC X(03).

      *------------APOIO DO CATALOGO DE DISCIPLINAS------------------------
       01 WRK-TRF-DISC-LIN.
          05 TRF-DISC-NOME                         PIC X(15).
          05 FILLER                                PIC X(01).
          05 TRF-NOTA1                             PIC Z9,9.
          05 FILLER                                PIC X(02).
          05 TRF-NOTA2                             PIC Z9,9.
          05 FILLER                                PIC X(02).
          05 TRF-NOTA3                             PIC Z9,9.
          05 FILLER                                PIC X(02).
          05 TRF-NOTA4                             PIC Z9,9.
          05 FILLER                                PIC X(42).

       01 WRK-TRF-FREQ-CAB                         PIC X(80) VALUE
           'FALTAS POR DISCIPLINA  F1BIM F2BIM F3BIM F4BIM'.
       77 CRITICA-STATUS                           PIC 9(02).
       77 WRK-ANO-CRITICA                          PIC 9(04).
       77 WRK-BIM-CRITICA                          PIC 9(01).
       77 WRK-NOTA-BIM-DISC                        PIC 9(02)V9.
       77 WRK-QTD-CRI-SEMDISC                      PIC 9(05) COMP-3.
       77 WRK-QTD-CRI-NOTAZERO                     PIC 9(05) COMP-3.
       77 WRK-QTD-CRI-SEMFREQ                      PIC 9(05) COMP-3.
       77 WRK-EST-SERIE-ANT                        PIC X(03).
       77 WRK-EST-COD-ANT                          PIC 9(03).
       77 WRK-EST-QTD                              PIC 9(05) COMP-3.
       77 WRK-EST-SOMA                             PIC 9(07)V9 COMP-3.
       77 WRK-EST-SOMA-ANT                         PIC 9(07)V9 COMP-3.
       77 WRK-EST-F1                               PIC 9(05) COMP-3.
       77 WRK-EST-F2                               PIC 9(05) COMP-3.
       77 WRK-EST-F3                               PIC 9(05) COMP-3.
       77 WRK-EST-F4                               PIC 9(05) COMP-3.
       77 WRK-EST-ABAIXO                           PIC 9(05) COMP-3.
       77 WRK-EST-MEDIA                            PIC 9(02)V9 COMP-3.
       77 WRK-EST-MEDIA-ANT                        PIC 9(02)V9 COMP-3.
       77 WRK-EST-PERC                             PIC 9(03) COMP-3.
       77 WRK-FIM-SORTEST                          PIC X(01).
           88 FIM-SORTEST                          VALUE 'S'.
          05 FILLER                                PIC X(110)
                                                     VALUE SPACES.

       77 WRK-EST-MEDIA-ANT-ED                     PIC Z9,9.

       01 WRK-EST-LIN.
          05 FILLER                                PIC X(05) VALUE
          05 EST-F4                                PIC ZZ9.
          05 FILLER                                PIC X(06) VALUE
                                                     ' MED: '.
          05 EST-MEDIA                             PIC Z9,9.
          05 FILLER                                PIC X(09) VALUE
                                                     ' ABAIXO: '.
          05 EST-PERC                              PIC ZZ9.
          05 FILLER                                PIC X(01) VALUE
                                                     '%'.
          05 EST-ROT-ANT                           PIC X(10).
          05 EST-MEDIA-ANT                         PIC X(04).
          05 FILLER                                PIC X(10)
                                                     VALUE SPACES.

      *------------APOIO DA INTEGRACAO COM A SECRETARIA DE ENSINO----------
       77 WRK-IMP-ACEITO                           PIC X(01).
           88 IMP-ACEITO                           VALUE 'S'.
           88 IMP-REJEITADO                        VALUE 'N'.
           88 IMP-EM-ESPERA                        VALUE 'E'.
       77 WRK-IMP-MOTIVO                           PIC X(30).

      *------------REGISTROS DO ARQUIVO DO CENSO ESCOLAR-------------------
      *------------NOTAS ANTERIORES DA DISCIPLINA (P/ FECHAMENTO)---------

       01 DISC-REG-ANTES.
          05 DNOTA1-ANTES                          PIC 9(02)V9.
          05 DNOTA2-ANTES                          PIC 9(02)V9.
          05 DNOTA3-ANTES                          PIC 9(02)V9.
          05 DNOTA4-ANTES                          PIC 9(02)V9.

      *------------APOIO DA CONSULTA DE AUDITORIA--------------------------

       01 WRK-BOL-LIN.
          05 BOL-DISC-NOME                         PIC X(15).
          05 FILLER                                PIC X(01).
          05 BOL-NOTA1                             PIC Z9,9.
          05 FILLER                                PIC X(02).
          05 BOL-NOTA2                             PIC Z9,9.
          05 FILLER                                PIC X(02).
          05 BOL-NOTA3                             PIC Z9,9.
          05 FILLER                                PIC X(02).
          05 BOL-NOTA4                             PIC Z9,9.
          05 FILLER                                PIC X(02).
          05 BOL-MEDIA                             PIC Z9,9.
          05 FILLER                                PIC X(02).
          05 BOL-RESULT                            PIC X(09).
          05 FILLER                                PIC X(25).

       01 WRK-BOL-RODAPE.
          05 FILLER                                PIC X(17) VALUE
              'RESULTADO FINAL: '.
          05 BOL-FINAL-MEDIA                       PIC Z9,9.
          05 FILLER                                PIC X(03) VALUE
                                                     ' - '.
          05 BOL-FINAL-STATUS                      PIC X(14).
          05 FILLER                                PIC X(42)
                                                     VALUE SPACES.

      *------------SERIE DO ALUNO NO ANO SEGUINTE-------------------------
          05 RM-ANTES                              PIC 9(05).
          05 NOME-ANTES                            PIC X(20).
          05 SERIE-ANTES                           PIC X(03).
          05 NOTA1-ANTES                           PIC 9(02)V9.
          05 NOTA2-ANTES                           PIC 9(02)V9.
          05 NOTA3-ANTES                           PIC 9(02)V9.
          05 NOTA4-ANTES                           PIC 9(02)V9.

      *------------LINHA DO LOG DE AUDITORIA------------------------------

          05 AUD-ANTES.
             10 AUD-ANTES-NOME                     PIC X(20).
             10 AUD-ANTES-SERIE                    PIC X(03).
             10 AUD-ANTES-NOTA1                    PIC 9(02)V9.
             10 AUD-ANTES-NOTA2                    PIC 9(02)V9.
             10 AUD-ANTES-NOTA3                    PIC 9(02)V9.
             10 AUD-ANTES-NOTA4                    PIC 9(02)V9.
          05 FILLER                                PIC X(01).
          05 AUD-DEPOIS.
             10 AUD-DEPOIS-NOME                    PIC X(20).
             10 AUD-DEPOIS-SERIE                   PIC X(03).
             10 AUD-DEPOIS-NOTA1                   PIC 9(02)V9.
             10 AUD-DEPOIS-NOTA2                   PIC 9(02)V9.
             10 AUD-DEPOIS-NOTA3                   PIC 9(02)V9.
             10 AUD-DEPOIS-NOTA4                   PIC 9(02)V9.
          05 FILLER                                PIC X(01).
          05 AUD-MOTIVO                            PIC X(03)
                                                     VALUE SPACES.
          05 FILLER                                PIC X(01).
          05 AUD-USUARIO                           PIC X(08).
          05 FILLER                                PIC X(05).

      *------------LINHAS DO RELATORIO EM ARQUIVO-----------------------

          05 FILLER                                PIC X(01).
          05 REL-SERIE                             PIC X(03).
          05 FILLER                                PIC X(02).
          05 REL-NOTA1                             PIC Z9,9.
          05 FILLER                                PIC X(03).
          05 REL-NOTA2                             PIC Z9,9.
          05 FILLER                                PIC X(03).
          05 REL-NOTA3                             PIC Z9,9.
          05 FILLER                                PIC X(03).
          05 REL-NOTA4                             PIC Z9,9.
          05 FILLER                                PIC X(03).
          05 REL-MEDIA                             PIC Z9,9.
          05 FILLER                                PIC X(03).
          05 REL-STATUS                            PIC X(14).
          05 FILLER                                PIC X(14).

          05 FILLER                                PIC X(02).
          05 FILLER                                PIC X(13) VALUE
                                                     'MEDIA TURMA: '.
          05 SUB-MEDIA                               PIC Z9,9.
          05 FILLER                                PIC X(02).
          05 FILLER                                PIC X(11) VALUE
                                                     'APROVADOS: '.
          05 FILLER                                PIC X(02).
          05 SUB-ROT-FREQ                            PIC X(10).
          05 SUB-REPFREQ                             PIC ZZ9.
          05 FILLER                                PIC X(04).

      *------------APOIO DO ALERTA DE RISCO DE REPROVACAO-----------------

       77 RISCOREL-STATUS                          PIC 9(02).
       77 WRK-ANO-RISCO                            PIC 9(04).
       77 WRK-BIM-RISCO                            PIC 9(01).
       77 WRK-RIS-DISC-ABAIXO                      PIC 9(03) COMP-3.
       77 WRK-RIS-QTD-ADV                          PIC 9(03) COMP-3.
       77 WRK-RIS-QTD-SUSP                         PIC 9(03) COMP-3.
       77 WRK-RIS-PONTOS                           PIC 9(03) COMP-3.
       77 WRK-RIS-FALTAS-PROJ                      PIC 9(05) COMP-3.
       77 WRK-RIS-SERIE-ANT                        PIC X(03).
       77 WRK-QTD-RIS-AVALIADOS                    PIC 9(05) COMP-3.
       77 WRK-QTD-RIS-TOTAL                        PIC 9(05) COMP-3.
       77 WRK-QTD-RIS-SERIE                        PIC 9(05) COMP-3.
       77 WRK-QTD-RIS-ALTO                         PIC 9(05) COMP-3.
       77 WRK-RIS-DATA-CORTE                       PIC 9(08).
       77 WRK-FIM-SORTRIS                          PIC X(01).
           88 FIM-SORTRIS                          VALUE 'S'.
           88 NAO-FIM-SORTRIS                      VALUE 'N'.

      *------------LINHAS DO RELATORIO DE RISCO DE REPROVACAO-------------

       01 WRK-RIS-TITULO.
          05 FILLER                                PIC X(42) VALUE
              'ALERTA DE RISCO DE REPROVACAO - BIMESTRE: '.
          05 RIS-TIT-BIM                           PIC 9(01).
          05 FILLER                                PIC X(08) VALUE
              ' - ANO: '.
          05 RIS-TIT-ANO                           PIC 9(04).
          05 FILLER                                PIC X(20) VALUE
              ' - OCORRENCIAS ATE: '.
          05 RIS-TIT-CORTE                         PIC X(14).
          05 FILLER                                PIC X(11)
                                                     VALUE SPACES.

       01 WRK-RIS-LEGENDA.
          05 FILLER                                PIC X(47) VALUE
              'PONTOS: 2 POR DISC. ABAIXO DA MEDIA, 3 SE FREQ.'.
          05 FILLER                                PIC X(53) VALUE
              ' PROJETADA ABAIXO DO MINIMO, 1 POR ADV., 2 POR SUSP.'.

       01 WRK-RIS-SERIE-LIN.
          05 FILLER                                PIC X(07) VALUE
                                                     'SERIE: '.
          05 RIS-SER-SERIE                         PIC X(03).
          05 FILLER                                PIC X(90)
                                                     VALUE SPACES.

       01 WRK-RIS-CAB.
          05 FILLER                                PIC X(35) VALUE
              'RM    NOME                 DISC<MED'.
          05 FILLER                                PIC X(36) VALUE
              '  FREQ.PROJ   ADV SUSP PONTOS  RISCO'.
          05 FILLER                                PIC X(29)
                                                     VALUE SPACES.

       01 WRK-RIS-LIN.
          05 RIS-RM                                PIC 9(05).
          05 FILLER                                PIC X(01).
          05 RIS-NOME                              PIC X(20).
          05 FILLER                                PIC X(06).
          05 RIS-DISC                              PIC ZZ9.
          05 FILLER                                PIC X(07).
          05 RIS-FREQ                              PIC ZZ9.
          05 RIS-ROT-PERC                          PIC X(01).
          05 FILLER                                PIC X(03).
          05 RIS-ADV                               PIC ZZ9.
          05 FILLER                                PIC X(02).
          05 RIS-SUSP                              PIC ZZ9.
          05 FILLER                                PIC X(04).
          05 RIS-PONTOS                            PIC ZZ9.
          05 FILLER                                PIC X(02).
          05 RIS-NIVEL                             PIC X(05).
          05 FILLER                                PIC X(29).

       01 WRK-RIS-TOT.
          05 FILLER                                PIC X(03)
                                                     VALUE SPACES.
          05 RIS-TOT-TEXTO                         PIC X(18).
          05 RIS-TOT-QTD                           PIC ZZZZ9.
          05 FILLER                                PIC X(74)
                                                     VALUE SPACES.

      *------------APOIO DAS REGRAS DE AVALIACAO--------------------------

       77 REGRAS-STATUS                            PIC 9(02).
       77 WRK-OPCAO-REG                            PIC X(01).
       77 WRK-REG-ANO-CHK                          PIC 9(04).
       77 WRK-REG-SERIE-CHK                        PIC X(03).
       77 WRK-REG-COD-CHK                          PIC 9(03).
       77 WRK-REG-ACHOU                            PIC X(01).
           88 REGRA-ACHADA                         VALUE 'S'.
           88 REGRA-PADRAO                         VALUE 'N'.
       77 WRK-REG-VALIDA                           PIC X(01).
           88 REGRA-VALIDA                         VALUE 'S'.
           88 REGRA-INVALIDA                       VALUE 'N'.
       77 WRK-REGRA-SOMA-PESOS                     PIC 9(02) COMP-3.
       77 WRK-REG-MEDIA-CALC                       PIC 9(02)V9 COMP-3.

      *------------REGRA DE AVALIACAO EM USO------------------------------

       01 WRK-REGRA.
          05 WRK-REGRA-MEDIA                       PIC 9(02)V9.
          05 WRK-REGRA-FREQ                        PIC 9(03).
          05 WRK-REGRA-PESO1                       PIC 9(01).
          05 WRK-REGRA-PESO2                       PIC 9(01).
          05 WRK-REGRA-PESO3                       PIC 9(01).
          05 WRK-REGRA-PESO4                       PIC 9(01).
          05 WRK-REGRA-RECUP                       PIC X(01).
             88 REGRA-COM-RECUP                    VALUE 'S'.
             88 REGRA-SEM-RECUP                    VALUE 'N'.

       01 WRK-REG-NOTAS.
          05 WRK-REG-NOTA1                         PIC 9(02)V9.
          05 WRK-REG-NOTA2                         PIC 9(02)V9.
          05 WRK-REG-NOTA3                         PIC 9(02)V9.
          05 WRK-REG-NOTA4                         PIC 9(02)V9.

      *------------APOIO DO CONSELHO DE CLASSE----------------------------

       77 CONSELHO-STATUS                          PIC 9(02).
       77 ATACONS-STATUS                           PIC 9(02).
       77 WRK-OPCAO-CNS                            PIC X(01).
       77 WRK-CNS-ACHOU                            PIC X(01).
           88 CONSELHO-ACHADO                      VALUE 'S'.
           88 CONSELHO-AUSENTE                     VALUE 'N'.
       77 WRK-CNS-VALIDO                           PIC X(01).
           88 CONSELHO-VALIDO                      VALUE 'S'.
           88 CONSELHO-INVALIDO                    VALUE 'N'.
       77 WRK-FIM-CNS                              PIC X(01).
           88 FIM-CNS                              VALUE 'S'.
           88 NAO-FIM-CNS                          VALUE 'N'.
       77 WRK-ATA-SERIE                            PIC X(03).
       77 WRK-ATA-ANO                              PIC 9(04).
       77 WRK-ATA-DISCUTIDO                        PIC X(01).
       77 WRK-QTD-ATA-ALUNOS                       PIC 9(05) COMP-3.
       77 WRK-QTD-ATA-APROV                        PIC 9(05) COMP-3.
       77 WRK-QTD-ATA-RETIDOS                      PIC 9(05) COMP-3.

      *------------LINHAS DA ATA DO CONSELHO DE CLASSE--------------------

       01 WRK-ATA-TITULO                           PIC X(100) VALUE
           'ATA DO CONSELHO DE CLASSE'.

       01 WRK-ATA-TURMA.
          05 FILLER                                PIC X(07) VALUE
              'TURMA: '.
          05 ATA-SERIE                             PIC X(03).
          05 FILLER                                PIC X(14) VALUE
              '  ANO LETIVO: '.
          05 ATA-ANO                               PIC 9(04).
          05 FILLER                                PIC X(02) VALUE
              SPACES.
          05 ATA-DESCRICAO                         PIC X(20).
          05 FILLER                                PIC X(15) VALUE
              '  PROFESSOR(A) '.
          05 ATA-PROFESSOR                         PIC X(20).
          05 FILLER                                PIC X(15) VALUE
              SPACES.

       01 WRK-ATA-CAB.
          05 FILLER                                PIC X(06) VALUE
              'RM'.
          05 FILLER                                PIC X(21) VALUE
              'NOME'.
          05 FILLER                                PIC X(16) VALUE
              'DISCIPLINA'.
          05 FILLER                                PIC X(23) VALUE
              'DECISAO'.
          05 FILLER                                PIC X(09) VALUE
              'DATA'.
          05 FILLER                                PIC X(25) VALUE
              'OPERADOR'.

       01 WRK-ATA-LIN.
          05 ATA-RM                                PIC 9(05).
          05 FILLER                                PIC X(01).
          05 ATA-NOME                              PIC X(20).
          05 FILLER                                PIC X(01).
          05 ATA-DISC                              PIC X(15).
          05 FILLER                                PIC X(01).
          05 ATA-DECISAO                           PIC X(22).
          05 FILLER                                PIC X(01).
          05 ATA-DATA                              PIC 9(08).
          05 FILLER                                PIC X(01).
          05 ATA-OPERADOR                          PIC X(08).
          05 FILLER                                PIC X(17).

       01 WRK-ATA-JUST.
          05 FILLER                                PIC X(06) VALUE
              SPACES.
          05 FILLER                                PIC X(15) VALUE
              'JUSTIFICATIVA: '.
          05 ATA-JUSTIFICA                         PIC X(60).
          05 FILLER                                PIC X(19) VALUE
              SPACES.

       01 WRK-ATA-TOT.
          05 ATA-TOT-TEXTO                         PIC X(26).
          05 ATA-TOT-QTD                           PIC ZZZZ9.
          05 FILLER                                PIC X(69) VALUE
              SPACES.

       01 WRK-ATA-ASSINA.
          05 ATA-ASS-ROT                           PIC X(26).
          05 FILLER                                PIC X(40) VALUE
              ALL '_'.
          05 FILLER                                PIC X(34) VALUE
              SPACES.

      *------------APOIO DO CADASTRO DE RESPONSAVEIS----------------------

       77 RESPONSAVEIS-STATUS                      PIC 9(02).
       77 WRK-OPCAO-RESP                           PIC X(01).
       77 WRK-RESP-RM-CHK                          PIC 9(05).
       77 WRK-RESP-SEQ-NOVA                        PIC 9(02).
       77 WRK-FIM-RESP                             PIC X(01).
           88 FIM-RESP                             VALUE 'S'.
           88 NAO-FIM-RESP                         VALUE 'N'.
       77 WRK-RESP-VALIDO                          PIC X(01).
           88 RESPONSAVEL-VALIDO                   VALUE 'S'.
           88 RESPONSAVEL-INVALIDO                 VALUE 'N'.

       01 WRK-RESP-GUARDA                          PIC X(154).

      *------------APOIO DOS COMUNICADOS AOS RESPONSAVEIS-----------------

       77 COMUNIC-STATUS                           PIC 9(02).
       77 MALADIR-STATUS                           PIC 9(02).
       77 WRK-COM-TIPO                             PIC X(01).
           88 COM-RECUPERACAO                      VALUE 'R'.
           88 COM-FREQUENCIA                       VALUE 'F'.
           88 COM-OCORRENCIA                       VALUE 'O'.
           88 COM-REUNIAO                          VALUE 'T'.
       77 WRK-COM-ANO                              PIC 9(04).
       77 WRK-COM-SERIE                            PIC X(03).
       77 WRK-COM-DATA-INI                         PIC 9(08).
       77 WRK-COM-DATA-REUN                        PIC 9(08).
       77 WRK-COM-HORA                             PIC X(05).
       77 WRK-COM-LOCAL                            PIC X(30).
       77 WRK-COM-HOJE                             PIC 9(08).
       77 WRK-COM-GRAVA                            PIC X(01).
           88 COM-SO-CONTA                         VALUE 'N'.
           88 COM-ESCREVE                          VALUE 'S'.
       77 WRK-COM-QTD-ITENS                        PIC 9(03) COMP-3.
       77 WRK-COM-QTD-RESP                         PIC 9(03) COMP-3.
       77 WRK-QTD-COM-ALUNOS                       PIC 9(05) COMP-3.
       77 WRK-QTD-COM-CARTAS                       PIC 9(05) COMP-3.
       77 WRK-QTD-COM-SEM-RESP                     PIC 9(05) COMP-3.

      *------------LINHAS DAS CARTAS DE COMUNICADO------------------------

       01 WRK-COM-TITULO                           PIC X(80) VALUE
           'COMUNICADO AOS PAIS OU RESPONSAVEIS'.

       01 WRK-COM-SEPARA                           PIC X(80) VALUE
           ALL '-'.

       01 WRK-COM-DATA-LIN.
          05 FILLER                                PIC X(06) VALUE
              'DATA: '.
          05 COM-DATA                              PIC 9(08).
          05 FILLER                                PIC X(66) VALUE
              SPACES.

       01 WRK-COM-DEST-LIN.
          05 FILLER                                PIC X(13) VALUE
              'AO(A) SR(A). '.
          05 COM-DEST-NOME                         PIC X(30).
          05 FILLER                                PIC X(02) VALUE
              ' ('.
          05 COM-DEST-PARENT                       PIC X(12).
          05 FILLER                                PIC X(01) VALUE
              ')'.
          05 FILLER                                PIC X(22) VALUE
              SPACES.

       01 WRK-COM-END-LIN.
          05 FILLER                                PIC X(10) VALUE
              'ENDERECO: '.
          05 COM-ENDERECO                          PIC X(50).
          05 FILLER                                PIC X(20) VALUE
              SPACES.

       01 WRK-COM-REF-LIN.
          05 FILLER                                PIC X(06) VALUE
              'REF.: '.
          05 COM-REF-NOME                          PIC X(20).
          05 FILLER                                PIC X(06) VALUE
              ' - RM '.
          05 COM-REF-RM                            PIC 9(05).
          05 FILLER                                PIC X(09) VALUE
              ' - SERIE '.
          05 COM-REF-SERIE                         PIC X(03).
          05 FILLER                                PIC X(07) VALUE
              ' - ANO '.
          05 COM-REF-ANO                           PIC 9(04).
          05 FILLER                                PIC X(20) VALUE
              SPACES.

       01 WRK-COM-TXT-R1.
          05 FILLER                                PIC X(40) VALUE
              'INFORMAMOS QUE O(A) ALUNO(A) ACIMA ESTA '.
          05 FILLER                                PIC X(40) VALUE
              'CONVOCADO(A) PARA A RECUPERACAO FINAL   '.

       01 WRK-COM-TXT-R2.
          05 FILLER                                PIC X(40) VALUE
              'NAS DISCIPLINAS ABAIXO. PROCURE A SECRET'.
          05 FILLER                                PIC X(40) VALUE
              'ARIA PARA CONHECER O CALENDARIO.        '.

       01 WRK-COM-TXT-F1.
          05 FILLER                                PIC X(40) VALUE
              'INFORMAMOS QUE A FREQUENCIA DO(A) ALUNO('.
          05 FILLER                                PIC X(40) VALUE
              'A) ACIMA ESTA ABAIXO DO MINIMO EXIGIDO  '.

       01 WRK-COM-TXT-F2.
          05 FILLER                                PIC X(40) VALUE
              'PARA APROVACAO. PEDIMOS SEU COMPARECIMEN'.
          05 FILLER                                PIC X(40) VALUE
              'TO A ESCOLA.                            '.

       01 WRK-COM-TXT-O1.
          05 FILLER                                PIC X(40) VALUE
              'INFORMAMOS O REGISTRO DAS SEGUINTES OCOR'.
          05 FILLER                                PIC X(40) VALUE
              'RENCIAS DISCIPLINARES DO(A) ALUNO(A)    '.

       01 WRK-COM-TXT-O2                           PIC X(80) VALUE
           'ACIMA. PEDIMOS SEU COMPARECIMENTO A ESCOLA.'.

       01 WRK-COM-TXT-T1.
          05 FILLER                                PIC X(40) VALUE
              'CONVIDAMOS V.SA. PARA A REUNIAO DE PAIS '.
          05 FILLER                                PIC X(40) VALUE
              'E MESTRES DA TURMA DO(A) ALUNO(A) ACIMA,'.

       01 WRK-COM-TXT-T2                           PIC X(80) VALUE
           'CONFORME ABAIXO:'.

       01 WRK-COM-FECHA1                           PIC X(80) VALUE
           'ATENCIOSAMENTE,'.

       01 WRK-COM-FECHA2                           PIC X(80) VALUE
           'A DIRECAO DA ESCOLA'.

       01 WRK-COM-REC-LIN.
          05 FILLER                                PIC X(04) VALUE
              SPACES.
          05 COM-REC-DISC                          PIC X(15).
          05 FILLER                                PIC X(15) VALUE
              '  MEDIA ANUAL: '.
          05 COM-REC-MEDIA                         PIC Z9,9.
          05 FILLER                                PIC X(42) VALUE
              SPACES.

       01 WRK-COM-FREQ-LIN.
          05 FILLER                                PIC X(04) VALUE
              SPACES.
          05 FILLER                                PIC X(22) VALUE
              'FREQUENCIA ATUAL....: '.
          05 COM-FREQ-PERC                         PIC ZZ9.
          05 FILLER                                PIC X(16) VALUE
              '%   MINIMO....: '.
          05 COM-FREQ-MIN                          PIC ZZ9.
          05 FILLER                                PIC X(01) VALUE
              '%'.
          05 FILLER                                PIC X(31) VALUE
              SPACES.

       01 WRK-COM-OCO-LIN.
          05 FILLER                                PIC X(04) VALUE
              SPACES.
          05 COM-OCO-DATA                          PIC 9(08).
          05 FILLER                                PIC X(01) VALUE
              SPACES.
          05 COM-OCO-TIPO                          PIC X(11).
          05 FILLER                                PIC X(01) VALUE
              SPACES.
          05 COM-OCO-TEXTO                         PIC X(40).
          05 FILLER                                PIC X(15) VALUE
              SPACES.

       01 WRK-COM-REUN-LIN.
          05 FILLER                                PIC X(04) VALUE
              SPACES.
          05 FILLER                                PIC X(06) VALUE
              'DATA: '.
          05 COM-REUN-DATA                         PIC 9(08).
          05 FILLER                                PIC X(09) VALUE
              '  HORA: '.
          05 COM-REUN-HORA                         PIC X(05).
          05 FILLER                                PIC X(09) VALUE
              '  LOCAL: '.
          05 COM-REUN-LOCAL                        PIC X(30).
          05 FILLER                                PIC X(09) VALUE
              SPACES.

      *------------APOIO DA GRADE HORARIA----------------------------------

       77 HORARIOS-STATUS                          PIC 9(02).
       77 GRADEHOR-STATUS                          PIC 9(02).
       77 HORCRIT-STATUS                           PIC 9(02).
       77 WRK-OPCAO-HOR                            PIC X(01).
       77 WRK-ANO-HOR                              PIC 9(04).
       77 WRK-HOR-AULAS-DIA                        PIC 9(01).
       77 WRK-HOR-ANO-CHK                          PIC 9(04).
       77 WRK-HOR-DIA-CHK                          PIC 9(01).
       77 WRK-HOR-AULA-CHK                         PIC 9(02).
       77 WRK-HOR-SERIE-CHK                        PIC X(03).
       77 WRK-HOR-MATR-CHK                         PIC 9(05).
       77 WRK-HOR-SERIE-OCUPA                      PIC X(03).
       77 WRK-HOR-MATR-ANT                         PIC 9(05).
       77 WRK-HOR-AULA-ANT                         PIC 9(01).
       77 WRK-HOR-DIA-ANT                          PIC 9(01).
       77 WRK-HOR-SERIE-ANT                        PIC X(03).
       77 WRK-HOR-ALOCADAS                         PIC 9(02).
       77 WRK-HOR-VAGAS-TURMA                      PIC 9(02).
       77 WRK-QTD-HOR-TURMAS                       PIC 9(05) COMP-3.
       77 WRK-QTD-HOR-CHOQUES                      PIC 9(05) COMP-3.
       77 WRK-QTD-HOR-CARGA                        PIC 9(05) COMP-3.
       77 WRK-QTD-HOR-VAGAS                        PIC 9(05) COMP-3.
       77 WRK-QTD-HOR-SEMATR                       PIC 9(05) COMP-3.
       77 WRK-QTD-HOR-PROFDIF                      PIC 9(05) COMP-3.
       77 WRK-GRD-TXT                              PIC X(12).
       77 WRK-HOR-VALIDO                           PIC X(01).
           88 HORARIO-VALIDO                       VALUE 'S'.
           88 HORARIO-INVALIDO                     VALUE 'N'.
       77 WRK-HOR-OCUPADO                          PIC X(01).
           88 PROF-OCUPADO                         VALUE 'S'.
           88 PROF-LIVRE                           VALUE 'N'.
       77 WRK-GRD-PASSO                            PIC X(01).
           88 GRD-DISCIPLINAS                      VALUE 'D'.
           88 GRD-PROFESSORES                      VALUE 'P'.
       77 WRK-FIM-HOR                              PIC X(01).
           88 FIM-HOR                              VALUE 'S'.
           88 NAO-FIM-HOR                          VALUE 'N'.
       77 WRK-FIM-TURMAS                           PIC X(01).
           88 FIM-TURMAS                           VALUE 'S'.
           88 NAO-FIM-TURMAS                       VALUE 'N'.
       77 WRK-FIM-SORTHOR                          PIC X(01).
           88 FIM-SORTHOR                          VALUE 'S'.
           88 NAO-FIM-SORTHOR                      VALUE 'N'.

       01 WRK-HOR-GUARDA                           PIC X(17).

      *------------LINHAS DA GRADE HORARIA E DA SUA CRITICA----------------

       01 WRK-GRD-TITULO.
          05 GRD-TIT-TEXTO                         PIC X(40).
          05 GRD-TIT-ANO                           PIC 9(04).
          05 FILLER                                PIC X(36)
                                                     VALUE SPACES.

       01 WRK-GRD-TURMA-LIN.
          05 FILLER                                PIC X(07) VALUE
              'TURMA: '.
          05 GRD-TUR-SERIE                         PIC X(03).
          05 FILLER                                PIC X(03) VALUE
              ' - '.
          05 GRD-TUR-DESC                          PIC X(20).
          05 FILLER                                PIC X(47)
                                                     VALUE SPACES.

       01 WRK-GRD-PROF-LIN.
          05 FILLER                                PIC X(11) VALUE
              'PROFESSOR: '.
          05 GRD-PROF-MATR                         PIC 9(05).
          05 FILLER                                PIC X(03) VALUE
              ' - '.
          05 GRD-PROF-NOME                         PIC X(20).
          05 FILLER                                PIC X(41)
                                                     VALUE SPACES.

       01 WRK-GRD-CAB.
          05 FILLER                                PIC X(08) VALUE
              'AULA'.
          05 FILLER                                PIC X(13) VALUE
              'SEGUNDA'.
          05 FILLER                                PIC X(13) VALUE
              'TERCA'.
          05 FILLER                                PIC X(13) VALUE
              'QUARTA'.
          05 FILLER                                PIC X(13) VALUE
              'QUINTA'.
          05 FILLER                                PIC X(20) VALUE
              'SEXTA'.

       01 WRK-GRD-SEPARA                           PIC X(80) VALUE
           ALL '-'.

       01 WRK-GRD-LIN.
          05 FILLER                                PIC X(01)
                                                     VALUE SPACES.
          05 GRD-AULA                              PIC Z9
                                                     BLANK WHEN ZERO.
          05 FILLER                                PIC X(05)
                                                     VALUE SPACES.
          05 GRD-SEG                               PIC X(12).
          05 FILLER                                PIC X(01)
                                                     VALUE SPACES.
          05 GRD-TER                               PIC X(12).
          05 FILLER                                PIC X(01)
                                                     VALUE SPACES.
          05 GRD-QUA                               PIC X(12).
          05 FILLER                                PIC X(01)
                                                     VALUE SPACES.
          05 GRD-QUI                               PIC X(12).
          05 FILLER                                PIC X(01)
                                                     VALUE SPACES.
          05 GRD-SEX                               PIC X(12).
          05 FILLER                                PIC X(08)
                                                     VALUE SPACES.

       01 WRK-GRD-CEL.
          05 GRD-CEL-SERIE                         PIC X(03).
          05 FILLER                                PIC X(01)
                                                     VALUE SPACES.
          05 GRD-CEL-DISC                          PIC X(08).

       01 WRK-HCR-TITULO.
          05 FILLER                                PIC X(32) VALUE
              'CRITICA DA GRADE HORARIA - ANO: '.
          05 HCR-TIT-ANO                           PIC 9(04).
          05 FILLER                                PIC X(44)
                                                     VALUE SPACES.

       01 WRK-HCR-LIN.
          05 FILLER                                PIC X(03).
          05 HCR-TEXTO                             PIC X(26).
          05 HCR-DETALHE                           PIC X(51).

       01 WRK-HCR-TOT.
          05 FILLER                                PIC X(03)
                                                     VALUE SPACES.
          05 HCR-TOT-TEXTO                         PIC X(26).
          05 HCR-TOT-QTD                           PIC ZZZZ9.
          05 FILLER                                PIC X(46)
                                                     VALUE SPACES.


      *------------APOIO DA EXECUCAO NOTURNA (CADEIA DE PROCESSOS)--------

       77 JOBCTL-STATUS                            PIC 9(02).
       77 JOBLOG-STATUS                            PIC 9(02).
       77 JOBPONTO-STATUS                          PIC 9(02).
       77 WRK-PARM-EXEC                            PIC X(10).
       77 WRK-MODO-EXEC                            PIC X(01) VALUE 'I'.
           88 MODO-INTERATIVO                      VALUE 'I'.
           88 MODO-NOTURNO                         VALUE 'N'.
       77 WRK-JOB-ANO                              PIC 9(04).
       77 WRK-JOB-BIM                              PIC 9(01).
       77 WRK-JOB-RETOMA                           PIC 9(02).
       77 WRK-JOB-PASSO-FALHO                      PIC 9(02).
       77 WRK-JOB-DATA                             PIC 9(08).
       77 WRK-JOB-HORA                             PIC 9(08).
       77 WRK-JOB-QTD                              PIC 9(05) COMP-3.
       77 WRK-JOB-QTD-PASSOS                       PIC 9(03) COMP-3.
       77 WRK-JOB-MSG                              PIC X(40).
       77 WRK-JOB-RESULT                           PIC X(01).
           88 PASSO-CONCLUIDO                      VALUE 'S'.
           88 PASSO-FALHOU                         VALUE 'N'.
       77 WRK-JOB-CADEIA                           PIC X(01).
           88 CADEIA-CONCLUIDA                     VALUE 'S'.
           88 CADEIA-INTERROMPIDA                  VALUE 'N'.
       77 WRK-FIM-JOB                              PIC X(01).
           88 FIM-JOB                              VALUE 'S'.
           88 NAO-FIM-JOB                          VALUE 'N'.

       01 WRK-JOB-HORA-INI.
          05 JOB-HI-HHMMSS                         PIC 9(06).
          05 FILLER                                PIC 9(02).

       01 WRK-JOB-HORA-FIM.
          05 JOB-HF-HHMMSS                         PIC 9(06).
          05 FILLER                                PIC 9(02).

      *------------LINHAS DO LOG DA EXECUCAO NOTURNA----------------------

       01 WRK-JLG-INICIO.
          05 FILLER                                PIC X(27) VALUE
              'INICIO DA CADEIA NOTURNA - '.
          05 FILLER                                PIC X(06) VALUE
              'DATA: '.
          05 JLG-INI-DATA                          PIC 9(08).
          05 FILLER                                PIC X(08) VALUE
              '  HORA: '.
          05 JLG-INI-HORA                          PIC 9(06).
          05 FILLER                                PIC X(21) VALUE
              '  RETOMADA NO PASSO: '.
          05 JLG-INI-PASSO                         PIC 9(02).
          05 FILLER                                PIC X(42)
                                                     VALUE SPACES.

       01 WRK-JLG-PASSO-LIN.
          05 FILLER                                PIC X(06) VALUE
              'PASSO '.
          05 JLG-PASSO                             PIC 9(02).
          05 FILLER                                PIC X(07) VALUE
              ' PROC: '.
          05 JLG-PROC                              PIC X(01).
          05 FILLER                                PIC X(06) VALUE
              ' ANO: '.
          05 JLG-ANO                               PIC 9(04).
          05 FILLER                                PIC X(06) VALUE
              ' BIM: '.
          05 JLG-BIM                               PIC 9(01).
          05 FILLER                                PIC X(09) VALUE
              ' INICIO: '.
          05 JLG-HORA-INI                          PIC 9(06).
          05 FILLER                                PIC X(06) VALUE
              ' FIM: '.
          05 JLG-HORA-FIM                          PIC 9(06).
          05 FILLER                                PIC X(06) VALUE
              ' QTD: '.
          05 JLG-QTD                               PIC ZZZZ9.
          05 FILLER                                PIC X(01)
                                                     VALUE SPACES.
          05 JLG-STATUS                            PIC X(07).
          05 FILLER                                PIC X(01)
                                                     VALUE SPACES.
          05 JLG-MSG                               PIC X(40).

       01 WRK-JLG-FIM.
          05 FILLER                                PIC X(35) VALUE
              'FIM DA CADEIA - PASSOS EXECUTADOS: '.
          05 JLG-FIM-QTD                           PIC ZZ9.
          05 FILLER                                PIC X(12) VALUE
              '  SITUACAO: '.
          05 JLG-FIM-SIT                           PIC X(12).
          05 FILLER                                PIC X(21) VALUE
              '  PONTO DE RETOMADA: '.
          05 JLG-FIM-PONTO                         PIC 9(02).
          05 FILLER                                PIC X(35)
                                                     VALUE SPACES.

       01 WRK-JLG-AVISO.
          05 FILLER                                PIC X(03)
                                                     VALUE SPACES.
          05 JLG-AVISO                             PIC X(60).
          05 FILLER                                PIC X(57)
                                                     VALUE SPACES.


      *------------APOIO DA VERIFICACAO DE INTEGRIDADE REFERENCIAL-------

       77 INTEGREL-STATUS                          PIC 9(02).
       77 ORFAOS-STATUS                            PIC 9(02).
       77 WRK-INT-MODO                             PIC X(01).
           88 INT-VERIFICACAO                      VALUE 'V'.
           88 INT-REPARO                           VALUE 'R'.
       77 WRK-INT-TIPO                             PIC 9(02).
       77 WRK-INT-TIPO-ANT                         PIC 9(02).
       77 WRK-INT-REPARAVEL                        PIC X(01).
           88 INT-REPARAVEL                        VALUE 'S'.
           88 INT-SO-MANUAL                        VALUE 'N'.
       77 WRK-INT-REMOVIDO                         PIC X(01).
           88 INT-REMOVIDO                         VALUE 'S'.
           88 INT-NAO-REMOVIDO                     VALUE 'N'.
       77 WRK-INT-ACHOU                            PIC X(01).
           88 INT-ACHOU                            VALUE 'S'.
           88 INT-NAO-ACHOU                        VALUE 'N'.
       77 WRK-INT-RM-CHK                           PIC 9(05).
       77 WRK-INT-ANO-CHK                          PIC 9(04).
       77 WRK-INT-SERIE-CHK                        PIC X(03).
       77 WRK-INT-COD-CHK                          PIC 9(03).
       77 WRK-INT-MATR-CHK                         PIC 9(05).
       77 WRK-INT-MOTIVO                           PIC X(16).
       77 WRK-INT-OPERACAO                         PIC X(10).
       77 WRK-QTD-INT-VINCULOS                     PIC 9(05) COMP-3.
       77 WRK-QTD-INT-REMOVIDOS                    PIC 9(05) COMP-3.
       77 WRK-QTD-INT-ORFAOS                       PIC 9(05) COMP-3.
       77 WRK-QTD-INT-MANUAL                       PIC 9(05) COMP-3.
       77 WRK-QTD-INT-TIPO                         PIC 9(05) COMP-3.
       77 WRK-FIM-REGRAS                           PIC X(01).
           88 FIM-REGRAS                           VALUE 'S'.
           88 NAO-FIM-REGRAS                       VALUE 'N'.
       77 WRK-FIM-SORTINT                          PIC X(01).
           88 FIM-SORTINT                          VALUE 'S'.
           88 NAO-FIM-SORTINT                      VALUE 'N'.

      *------------DEPENDENTES DO ALUNO NA EXCLUSAO-----------------------

       77 WRK-DEP-ACAO                             PIC X(01).
           88 DEP-CONTAR                           VALUE 'C'.
           88 DEP-EXCLUIR                          VALUE 'E'.
       77 WRK-DEP-RM                               PIC 9(05).
       77 WRK-DEP-ANO                              PIC 9(04).
       77 WRK-QTD-DEPENDENTES                      PIC 9(03) COMP-3.

       01 WRK-DEP-AVISO.
          05 FILLER                                PIC X(03) VALUE
              'HA '.
          05 DEP-AVI-QTD                           PIC ZZ9.
          05 FILLER                                PIC X(24) VALUE
              ' DEPEND. EXCLUI TUDO S/N'.
          05 FILLER                                PIC X(10)
                                                     VALUE SPACES.

      *------------REGISTRO ARQUIVADO ANTES DA REMOCAO DO ORFAO-----------

       01 WRK-ORF-LIN.
          05 ORF-DATA                              PIC 9(08).
          05 FILLER                                PIC X(01)
                                                     VALUE SPACES.
          05 ORF-TIPO                              PIC 9(02).
          05 FILLER                                PIC X(01)
                                                     VALUE SPACES.
          05 ORF-ARQUIVO                           PIC X(08).
          05 FILLER                                PIC X(01)
                                                     VALUE SPACES.
          05 ORF-REGISTRO                          PIC X(160).
          05 FILLER                                PIC X(19)
                                                     VALUE SPACES.

      *------------LINHAS DO RELATORIO DE INTEGRIDADE REFERENCIAL---------

       01 WRK-INT-TITULO.
          05 FILLER                                PIC X(40) VALUE
              'VERIFICACAO DE INTEGRIDADE REFERENCIAL -'.
          05 FILLER                                PIC X(07) VALUE
              ' MODO: '.
          05 INT-TIT-MODO                          PIC X(11).
          05 FILLER                                PIC X(08) VALUE
              ' - DATA '.
          05 INT-TIT-DATA                          PIC 9(08).
          05 FILLER                                PIC X(26)
                                                     VALUE SPACES.

       01 WRK-INT-TIPO-LIN.
          05 FILLER                                PIC X(05) VALUE
              'TIPO '.
          05 INT-TIP-TIPO                          PIC 9(02).
          05 FILLER                                PIC X(03) VALUE
              ' - '.
          05 INT-TIP-DESCRICAO                     PIC X(40).
          05 FILLER                                PIC X(50)
                                                     VALUE SPACES.

       01 WRK-INT-CAB.
          05 FILLER                                PIC X(50) VALUE
              '      RM  ANO SERIE COD OCORRENCIA                '.
          05 FILLER                                PIC X(50) VALUE
              '      ACAO'.

       01 WRK-INT-LIN.
          05 FILLER                                PIC X(03).
          05 INT-RM                                PIC ZZZZ9
                                                     BLANK WHEN ZERO.
          05 FILLER                                PIC X(01).
          05 INT-ANO                               PIC 9(04)
                                                     BLANK WHEN ZERO.
          05 FILLER                                PIC X(02).
          05 INT-SERIE                             PIC X(03).
          05 FILLER                                PIC X(02).
          05 INT-COD                               PIC ZZ9
                                                     BLANK WHEN ZERO.
          05 FILLER                                PIC X(01).
          05 INT-DETALHE                           PIC X(30).
          05 FILLER                                PIC X(02).
          05 INT-ACAO                              PIC X(10).
          05 FILLER                                PIC X(34).

       01 WRK-INT-TOT.
          05 FILLER                                PIC X(03).
          05 INT-TOT-TEXTO                         PIC X(30).
          05 INT-TOT-QTD                           PIC ZZZZ9.
          05 FILLER                                PIC X(62).

      *------------APOIO DA CONVERSAO DAS NOTAS P/ UMA CASA DECIMAL------

       77 ALUANT-STATUS                            PIC 9(02).
       77 DISANT-STATUS                            PIC 9(02).
       77 RCPANT-STATUS                            PIC 9(02).
       77 AUDANT-STATUS                            PIC 9(02).
       77 CONVNOTA-STATUS                          PIC 9(02).
       77 WRK-CNV-CONFIRMA                         PIC X(01).
       77 WRK-CNV-DESTINO                          PIC 9(02).
       77 WRK-CNV-ARQUIVO                          PIC X(12).
       77 WRK-CNV-SITUACAO                         PIC X(16).
       77 WRK-CNV-CHAVE                            PIC X(20).
       77 WRK-CNV-STATUS                           PIC 9(02).
       77 WRK-QTD-CNV-LIDOS                        PIC 9(05) COMP-3.
       77 WRK-QTD-CNV-GRAVADOS                     PIC 9(05) COMP-3.
       77 WRK-QTD-CNV-REJEITADOS                   PIC 9(05) COMP-3.
       77 WRK-CNV-SOMA-ANTES                       PIC 9(09) COMP-3.
       77 WRK-CNV-SOMA-DEPOIS                      PIC 9(09)V9 COMP-3.
       77 WRK-FIM-CNV                              PIC X(01).
           88 FIM-CNV                              VALUE 'S'.
           88 NAO-FIM-CNV                          VALUE 'N'.

      *------------LINHA DO LOG DE AUDITORIA NO LEIAUTE ANTERIOR---------

       01 WRK-AUD-ANT-LIN.
          05 AUDA-RM                               PIC 9(05).
          05 FILLER                                PIC X(01).
          05 AUDA-ANO                              PIC 9(04).
          05 FILLER                                PIC X(01).
          05 AUDA-DATA                             PIC 9(08).
          05 FILLER                                PIC X(01).
          05 AUDA-HORA                             PIC 9(08).
          05 FILLER                                PIC X(01).
          05 AUDA-OPERACAO                         PIC X(10).
          05 FILLER                                PIC X(01).
          05 AUDA-ANTES-NOME                       PIC X(20).
          05 AUDA-ANTES-SERIE                      PIC X(03).
          05 AUDA-ANTES-NOTA1                      PIC 9(02).
          05 AUDA-ANTES-NOTA2                      PIC 9(02).
          05 AUDA-ANTES-NOTA3                      PIC 9(02).
          05 AUDA-ANTES-NOTA4                      PIC 9(02).
          05 FILLER                                PIC X(01).
          05 AUDA-DEPOIS-NOME                      PIC X(20).
          05 AUDA-DEPOIS-SERIE                     PIC X(03).
          05 AUDA-DEPOIS-NOTA1                     PIC 9(02).
          05 AUDA-DEPOIS-NOTA2                     PIC 9(02).
          05 AUDA-DEPOIS-NOTA3                     PIC 9(02).
          05 AUDA-DEPOIS-NOTA4                     PIC 9(02).
          05 FILLER                                PIC X(01).
          05 AUDA-MOTIVO                           PIC X(03).
          05 FILLER                                PIC X(01).
          05 AUDA-USUARIO                          PIC X(08).
          05 FILLER                                PIC X(13).

      *------------LINHAS DO RELATORIO DE CONTROLE DA CONVERSAO-----------

       01 WRK-CNV-TITULO.
          05 FILLER                                PIC X(47) VALUE
              'CONVERSAO DAS NOTAS P/ UMA CASA DECIMAL - DATA '.
          05 CNV-TIT-DATA                          PIC 9(08).
          05 FILLER                                PIC X(45)
                                                     VALUE SPACES.

       01 WRK-CNV-CAB.
          05 FILLER                                PIC X(48) VALUE
              'ARQUIVO      LIDOS GRAVADOS REJEIT. SOMA ANTES  '.
          05 FILLER                                PIC X(52) VALUE
              'SOMA DEPOIS  SITUACAO'.

       01 WRK-CNV-LIN.
          05 CNV-ARQUIVO                           PIC X(12).
          05 FILLER                                PIC X(01).
          05 CNV-LIDOS                             PIC ZZZZ9.
          05 FILLER                                PIC X(04).
          05 CNV-GRAVADOS                          PIC ZZZZ9.
          05 FILLER                                PIC X(03).
          05 CNV-REJEITADOS                        PIC ZZZZ9.
          05 FILLER                                PIC X(02).
          05 CNV-SOMA-ANTES                        PIC ZZZZZZZZ9.
          05 FILLER                                PIC X(02).
          05 CNV-SOMA-DEPOIS                       PIC ZZZZZZZZ9,9.
          05 FILLER                                PIC X(02).
          05 CNV-SITUACAO                          PIC X(16).
          05 FILLER                                PIC X(23).

       01 WRK-CNV-REJ-LIN.
          05 FILLER                                PIC X(22) VALUE
              '   REJEITADO - CHAVE: '.
          05 CNV-REJ-CHAVE                         PIC X(20).
          05 FILLER                                PIC X(09) VALUE
              ' STATUS: '.
          05 CNV-REJ-STATUS                        PIC 9(02).
          05 FILLER                                PIC X(47)
                                                     VALUE SPACES.

      *------------APOIO DOS CERTIFICADOS DE CONCLUSAO--------------------

       77 CERTIFICADOS-STATUS                      PIC 9(02).
       77 CERTIMP-STATUS                           PIC 9(02).
       77 CERTREL-STATUS                           PIC 9(02).
       77 CERTVIA-STATUS                           PIC 9(02).
       77 LIVROREG-STATUS                          PIC 9(02).
       77 WRK-OPCAO-CRT                            PIC X(01).
       77 WRK-ANO-CERT                             PIC 9(04).
       77 WRK-CERT-ANO-LIVRO                       PIC 9(04).
       77 WRK-CERT-ULT-NUMERO                      PIC 9(05).
       77 WRK-CERT-LIVRO                           PIC 9(03).
       77 WRK-CERT-FOLHA                           PIC 9(03).
       77 WRK-CERT-NA-FOLHA                        PIC 9(03) COMP-3.
       77 WRK-CERT-POR-FOLHA                       PIC 9(03) VALUE 5.
       77 WRK-CERT-FOLHAS-LIVRO                    PIC 9(03) VALUE 200.
       77 WRK-CERT-SITUACAO                        PIC X(16).
       77 WRK-QTD-CERT-EGRESSOS                    PIC 9(05) COMP-3.
       77 WRK-QTD-CERT-EMITIDOS                    PIC 9(05) COMP-3.
       77 WRK-QTD-CERT-JA-EMITIDOS                 PIC 9(05) COMP-3.
       77 WRK-QTD-CERT-REJEITADOS                  PIC 9(05) COMP-3.
       77 WRK-QTD-LIVRO                            PIC 9(05) COMP-3.
       77 WRK-CERT-EGRESSO                         PIC X(01).
           88 CERT-EGRESSO                         VALUE 'S'.
           88 CERT-NAO-EGRESSO                     VALUE 'N'.
       77 WRK-CERT-ACHOU                           PIC X(01).
           88 CERTIFICADO-ACHADO                   VALUE 'S'.
           88 CERTIFICADO-AUSENTE                  VALUE 'N'.
       77 WRK-CERT-DISC                            PIC X(01).
           88 CERT-COM-DISC                        VALUE 'S'.
           88 CERT-SEM-DISC                        VALUE 'N'.
       77 WRK-CERT-SAIDA                           PIC X(01).
           88 CERT-SAIDA-LOTE                      VALUE 'L'.
           88 CERT-SAIDA-VIA                       VALUE 'V'.
       77 WRK-FIM-CERT                             PIC X(01).
           88 FIM-CERT                             VALUE 'S'.
           88 NAO-FIM-CERT                         VALUE 'N'.

       01 WRK-CERT-HOJE.
          05 WRK-CERT-HOJE-ANO                     PIC 9(04).
          05 WRK-CERT-HOJE-MESDIA                  PIC 9(04).

      *------------LINHAS DO CERTIFICADO DE CONCLUSAO---------------------

       01 WRK-CRT-LINHA                            PIC X(80).

       01 WRK-CRT-SEPARA                           PIC X(80) VALUE
           ALL '='.

       01 WRK-CRT-BRANCO                           PIC X(80) VALUE
           SPACES.

       01 WRK-CRT-TITULO.
          05 FILLER                                PIC X(24) VALUE
              'CERTIFICADO DE CONCLUSAO'.
          05 CRT-TIT-VIA                           PIC X(12).
          05 FILLER                                PIC X(44)
                                                     VALUE SPACES.

       01 WRK-CRT-REG-LIN.
          05 FILLER                                PIC X(16) VALUE
              'REGISTRO NUMERO '.
          05 CRT-NUMERO                            PIC 9(05).
          05 FILLER                                PIC X(01) VALUE
                                                     '/'.
          05 CRT-ANO-EMISSAO                       PIC 9(04).
          05 FILLER                                PIC X(08) VALUE
              ' LIVRO: '.
          05 CRT-LIVRO                             PIC 9(03).
          05 FILLER                                PIC X(08) VALUE
              ' FOLHA: '.
          05 CRT-FOLHA                             PIC 9(03).
          05 FILLER                                PIC X(32)
                                                     VALUE SPACES.

       01 WRK-CRT-TXT1.
          05 FILLER                                PIC X(17) VALUE
              'CERTIFICAMOS QUE '.
          05 CRT-NOME                              PIC X(20).
          05 FILLER                                PIC X(06) VALUE
              ', RM '.
          05 CRT-RM                                PIC 9(05).
          05 FILLER                                PIC X(01) VALUE
                                                     ','.
          05 FILLER                                PIC X(31)
                                                     VALUE SPACES.

       01 WRK-CRT-TXT2.
          05 FILLER                                PIC X(17) VALUE
              'CONCLUIU A SERIE '.
          05 CRT-SERIE                             PIC X(03).
          05 FILLER                                PIC X(18) VALUE
              ' NO ANO LETIVO DE '.
          05 CRT-ANO-LETIVO                        PIC 9(04).
          05 FILLER                                PIC X(01) VALUE
                                                     ','.
          05 FILLER                                PIC X(37)
                                                     VALUE SPACES.

       01 WRK-CRT-TXT3                             PIC X(80) VALUE
           'COM OS SEGUINTES RESULTADOS FINAIS:'.

       01 WRK-CRT-CAB                              PIC X(80) VALUE
           'DISCIPLINA      MEDIA FINAL  OBSERVACAO'.

       01 WRK-CRT-DISC-LIN.
          05 CRT-DISC-NOME                         PIC X(15).
          05 FILLER                                PIC X(04).
          05 CRT-DISC-MEDIA                        PIC Z9,9.
          05 FILLER                                PIC X(06).
          05 CRT-DISC-OBS                          PIC X(22).
          05 FILLER                                PIC X(29).

       01 WRK-CRT-FREQ-LIN.
          05 FILLER                                PIC X(13) VALUE
              'AULAS DADAS: '.
          05 CRT-AULAS                             PIC ZZZZ9.
          05 FILLER                                PIC X(11) VALUE
              '   FALTAS: '.
          05 CRT-FALTAS                            PIC ZZZZ9.
          05 FILLER                                PIC X(15) VALUE
              '   FREQUENCIA: '.
          05 CRT-FREQ                              PIC ZZ9.
          05 FILLER                                PIC X(01) VALUE
                                                     '%'.
          05 FILLER                                PIC X(27)
                                                     VALUE SPACES.

       01 WRK-CRT-EMISSAO-LIN.
          05 FILLER                                PIC X(11) VALUE
              'EMITIDO EM '.
          05 CRT-DATA                              PIC 9(08).
          05 FILLER                                PIC X(05) VALUE
              ' POR '.
          05 CRT-OPERADOR                          PIC X(08).
          05 FILLER                                PIC X(48)
                                                     VALUE SPACES.

       01 WRK-CRT-VIA-LIN.
          05 FILLER                                PIC X(18) VALUE
              '2A VIA EMITIDA EM '.
          05 CRT-VIA-DATA                          PIC 9(08).
          05 FILLER                                PIC X(05) VALUE
              ' POR '.
          05 CRT-VIA-OPERADOR                      PIC X(08).
          05 FILLER                                PIC X(41)
                                                     VALUE SPACES.

       01 WRK-CRT-ASSINA1.
          05 FILLER                                PIC X(40) VALUE
              '______________________________          '.
          05 FILLER                                PIC X(40) VALUE
              '______________________________          '.

       01 WRK-CRT-ASSINA2.
          05 FILLER                                PIC X(40) VALUE
              '        SECRETARIO(A)                   '.
          05 FILLER                                PIC X(40) VALUE
              '         DIRETOR(A)                     '.

      *------------LINHAS DO RELATORIO DE CONTROLE DA EMISSAO-------------

       01 WRK-CRTREL-TITULO.
          05 FILLER                                PIC X(38) VALUE
              'EMISSAO DE CERTIFICADOS - ANO LETIVO: '.
          05 CRTREL-ANO                            PIC 9(04).
          05 FILLER                                PIC X(08) VALUE
              ' - DATA '.
          05 CRTREL-DATA                           PIC 9(08).
          05 FILLER                                PIC X(42)
                                                     VALUE SPACES.

       01 WRK-CRTREL-CAB.
          05 FILLER                                PIC X(44) VALUE
              'SITUACAO         RM    NOME                 '.
          05 FILLER                                PIC X(56) VALUE
              'SERIE NUMERO LIVRO FOLHA'.

       01 WRK-CRTREL-LIN.
          05 CRTREL-SITUACAO                       PIC X(16).
          05 FILLER                                PIC X(01).
          05 CRTREL-RM                             PIC 9(05).
          05 FILLER                                PIC X(01).
          05 CRTREL-NOME                           PIC X(20).
          05 FILLER                                PIC X(01).
          05 CRTREL-SERIE                          PIC X(03).
          05 FILLER                                PIC X(03).
          05 CRTREL-NUMERO                         PIC ZZZZ9
                                                     BLANK WHEN ZERO.
          05 FILLER                                PIC X(02).
          05 CRTREL-LIVRO                          PIC ZZ9
                                                     BLANK WHEN ZERO.
          05 FILLER                                PIC X(03).
          05 CRTREL-FOLHA                          PIC ZZ9
                                                     BLANK WHEN ZERO.
          05 FILLER                                PIC X(34).

       01 WRK-CRTREL-TOT.
          05 CRTREL-TOT-TEXTO                      PIC X(20).
          05 CRTREL-TOT-QTD                        PIC ZZZZ9.
          05 FILLER                                PIC X(75).

      *------------LINHAS DO LIVRO DE REGISTRO DE CERTIFICADOS------------

       01 WRK-LIV-TITULO.
          05 FILLER                                PIC X(52) VALUE
              'LIVRO DE REGISTRO DE CERTIFICADOS - ANO DE EMISSAO: '.
          05 LIV-TIT-ANO                           PIC X(05).
          05 FILLER                                PIC X(43)
                                                     VALUE SPACES.

       01 WRK-LIV-CAB.
          05 FILLER                                PIC X(46) VALUE
              'NUMERO LIVRO FOLHA RM    NOME                 '.
          05 FILLER                                PIC X(54) VALUE
              'SERIE ANO  EMISSAO  OPERADOR 2AVIA'.

       01 WRK-LIV-LIN.
          05 LIV-NUMERO                            PIC 9(05).
          05 FILLER                                PIC X(02).
          05 LIV-LIVRO                             PIC 9(03).
          05 FILLER                                PIC X(03).
          05 LIV-FOLHA                             PIC 9(03).
          05 FILLER                                PIC X(03).
          05 LIV-RM                                PIC 9(05).
          05 FILLER                                PIC X(01).
          05 LIV-NOME                              PIC X(20).
          05 FILLER                                PIC X(01).
          05 LIV-SERIE                             PIC X(03).
          05 FILLER                                PIC X(03).
          05 LIV-ANO-LETIVO                        PIC 9(04).
          05 FILLER                                PIC X(01).
          05 LIV-DATA                              PIC 9(08).
          05 FILLER                                PIC X(01).
          05 LIV-OPERADOR                          PIC X(08).
          05 FILLER                                PIC X(01).
          05 LIV-VIAS                              PIC Z9.
          05 FILLER                                PIC X(23).

       01 WRK-LIV-TOT.
          05 LIV-TOT-TEXTO                         PIC X(22).
          05 LIV-TOT-QTD                           PIC ZZZZ9.
          05 FILLER                                PIC X(73).

      *------------APOIO DA LISTA DE ESPERA POR TURMA---------------------

       77 ESPERA-STATUS                            PIC 9(02).
       77 CHAMADA-STATUS                           PIC 9(02).
       77 ESPREL-STATUS                            PIC 9(02).
       77 WRK-OPCAO-ESP                            PIC X(01).
       77 WRK-ANO-ESP                              PIC 9(04).
       77 WRK-ESP-SERIE-CHK                        PIC X(03).
       77 WRK-ESP-ANO-CHK                          PIC 9(04).
       77 WRK-ESP-RM-CHK                           PIC 9(05).
       77 WRK-ESP-NOME-NOVO                        PIC X(20).
       77 WRK-ESP-ORIGEM-NOVA                      PIC X(01).
       77 WRK-ESP-ULT-ORDEM                        PIC 9(05).
       77 WRK-ESP-RESERVADAS                       PIC 9(03) COMP-3.
       77 WRK-ESP-LIVRES                           PIC S9(04) COMP-3.
       77 WRK-ESP-VAGAS-ANTES                      PIC 9(03).
       77 WRK-ESP-SERIE-ANT                        PIC X(03).
       77 WRK-SIT-ANTERIOR                         PIC X(01).
       77 WRK-QTD-CHAMADOS                         PIC 9(03) COMP-3.
       77 WRK-QTD-IMP-ESPERA                       PIC 9(05) COMP-3.
       77 WRK-QTD-CHAMADA                          PIC 9(05) COMP-3.
       77 WRK-ESR-AGU                              PIC 9(05) COMP-3.
       77 WRK-ESR-CHA                              PIC 9(05) COMP-3.
       77 WRK-ESR-MAT                              PIC 9(05) COMP-3.
       77 WRK-ESR-DES                              PIC 9(05) COMP-3.
       77 WRK-ESR-TOT-AGU                          PIC 9(05) COMP-3.
       77 WRK-ESR-TOT-CHA                          PIC 9(05) COMP-3.
       77 WRK-ESR-TOT-MAT                          PIC 9(05) COMP-3.
       77 WRK-ESR-TOT-DES                          PIC 9(05) COMP-3.
       77 WRK-ESP-DUPLICADO                        PIC X(01).
           88 ESP-JA-NA-LISTA                      VALUE 'S'.
           88 ESP-FORA-DA-LISTA                    VALUE 'N'.
       77 WRK-ESP-GRAVOU                           PIC X(01).
           88 ESP-GRAVADO                          VALUE 'S'.
           88 ESP-NAO-GRAVADO                      VALUE 'N'.
       77 WRK-ESP-MATRICULADO                      PIC X(01).
           88 ESP-ALUNO-MATRICULADO                VALUE 'S'.
           88 ESP-ALUNO-NAO-MATRICULADO            VALUE 'N'.
       77 WRK-FIM-ESP                              PIC X(01).
           88 FIM-ESP                              VALUE 'S'.
           88 NAO-FIM-ESP                          VALUE 'N'.

       01 WRK-ESP-ALUNO-GUARDA                     PIC X(60).
       01 WRK-ESP-GUARDA                           PIC X(71).

      *------------LINHAS DA LISTA DE CHAMADA DA ESPERA-------------------

       01 WRK-CHM-TITULO.
          05 FILLER                                PIC X(47) VALUE
              'LISTA DE CHAMADA - LISTA DE ESPERA - EMITIDA EM'.
          05 FILLER                                PIC X(01).
          05 CHM-TIT-DATA                          PIC 9(08).
          05 FILLER                                PIC X(44)
                                                     VALUE SPACES.

       01 WRK-CHM-CAB.
          05 FILLER                                PIC X(44) VALUE
              'SERIE ANO  ORDEM RM    NOME                 '.
          05 FILLER                                PIC X(56) VALUE
              'PEDIDO   CHAMADO  CONTATO / CONFIRMACAO'.

       01 WRK-CHM-LIN.
          05 CHM-SERIE                             PIC X(03).
          05 FILLER                                PIC X(03).
          05 CHM-ANO                               PIC 9(04).
          05 FILLER                                PIC X(01).
          05 CHM-ORDEM                             PIC 9(05).
          05 FILLER                                PIC X(01).
          05 CHM-RM                                PIC 9(05).
          05 FILLER                                PIC X(01).
          05 CHM-NOME                              PIC X(20).
          05 FILLER                                PIC X(01).
          05 CHM-DATA-PEDIDO                       PIC 9(08).
          05 FILLER                                PIC X(01).
          05 CHM-DATA-CHAMADA                      PIC 9(08).
          05 FILLER                                PIC X(01).
          05 CHM-CONTATO                           PIC X(24).
          05 FILLER                                PIC X(14).

       01 WRK-CHM-TOT.
          05 CHM-TOT-TEXTO                         PIC X(22).
          05 CHM-TOT-QTD                           PIC ZZZZ9.
          05 FILLER                                PIC X(73).

      *------------LINHAS DO RELATORIO DA LISTA DE ESPERA-----------------

       01 WRK-ESR-TITULO.
          05 FILLER                                PIC X(40) VALUE
              'LISTA DE ESPERA POR SERIE - ANO LETIVO: '.
          05 ESR-TIT-ANO                           PIC 9(04).
          05 FILLER                                PIC X(08) VALUE
              ' - DATA '.
          05 ESR-TIT-DATA                          PIC 9(08).
          05 FILLER                                PIC X(40)
                                                     VALUE SPACES.

       01 WRK-ESR-SERIE-LIN.
          05 FILLER                                PIC X(07) VALUE
              'SERIE: '.
          05 ESR-SERIE                             PIC X(03).
          05 FILLER                                PIC X(09) VALUE
              '  VAGAS: '.
          05 ESR-VAGAS                             PIC ZZ9.
          05 FILLER                                PIC X(16) VALUE
              '  MATRICULADOS: '.
          05 ESR-MATRIC                            PIC ZZ9.
          05 FILLER                                PIC X(14) VALUE
              '  RESERVADAS: '.
          05 ESR-RESERV                            PIC ZZ9.
          05 FILLER                                PIC X(42)
                                                     VALUE SPACES.

       01 WRK-ESR-CAB.
          05 FILLER                                PIC X(42) VALUE
              'ORDEM RM    NOME                 PEDIDO   '.
          05 FILLER                                PIC X(58) VALUE
              'ORIGEM SITUACAO     CHAMADA'.

       01 WRK-ESR-LIN.
          05 ESR-ORDEM                             PIC 9(05).
          05 FILLER                                PIC X(01).
          05 ESR-RM                                PIC 9(05).
          05 FILLER                                PIC X(01).
          05 ESR-NOME                              PIC X(20).
          05 FILLER                                PIC X(01).
          05 ESR-DATA-PEDIDO                       PIC 9(08).
          05 FILLER                                PIC X(01).
          05 ESR-ORIGEM                            PIC X(06).
          05 FILLER                                PIC X(01).
          05 ESR-SITUACAO                          PIC X(12).
          05 FILLER                                PIC X(01).
          05 ESR-DATA-CHAMADA                      PIC 9(08)
                                                     BLANK WHEN ZERO.
          05 FILLER                                PIC X(30).

       01 WRK-ESR-SUB.
          05 ESR-SUB-ROTULO                        PIC X(12).
          05 FILLER                                PIC X(12) VALUE
              'AGUARDANDO: '.
          05 ESR-SUB-AGU                           PIC ZZZZ9.
          05 FILLER                                PIC X(12) VALUE
              '  CHAMADOS: '.
          05 ESR-SUB-CHA                           PIC ZZZZ9.
          05 FILLER                                PIC X(16) VALUE
              '  MATRICULADOS: '.
          05 ESR-SUB-MAT                           PIC ZZZZ9.
          05 FILLER                                PIC X(16) VALUE
              '  DESISTENCIAS: '.
          05 ESR-SUB-DES                           PIC ZZZZ9.
          05 FILLER                                PIC X(12)
                                                     VALUE SPACES.

      *--------------TELAS DO SISTEMA-----------------------------------

       SCREEN SECTION.

      *-------------TELA PRINCIPAL--------------------------------------

       01 TELA.
            05 LIMPA-TELA.
                10 BLANK SCREEN.
                10 LINE 01 COLUMN 01 PIC X(26) ERASE EOL
                   BACKGROUND-COLOR 3.
                10 LINE 01 COLUMN 45 PIC X(26)
                BACKGROUND-COLOR 3 FOREGROUND-COLOR 8
                   FROM 'SISTEMA DE GESTAO ESCOLAR'.
                10 LINE 02 COLUMN 01 PIC X(25) ERASE EOL
                   BACKGROUND-COLOR 1 FROM WRK-MODULO.
                10 LINE 04 COLUMN 45 PIC X(23)
                BACKGROUND-COLOR 2 FOREGROUND-COLOR 8
                FROM "--SELECIONE UMA OPCAO--".

      *--------------TELA RELATORIO-------------------------------------

       01 TELA-2.
                05 LIMPA-TELA.
                10 BLANK SCREEN.
                10 LINE 01 COLUMN 01 PIC X(26) ERASE EOL
                   BACKGROUND-COLOR 3.
                10 LINE 01 COLUMN 45 PIC X(26)
                BACKGROUND-COLOR 3 FOREGROUND-COLOR 8
                   FROM 'SISTEMA DE GESTAO ESCOLAR'.
                10 LINE 02 COLUMN 01 PIC X(25) ERASE EOL
                   BACKGROUND-COLOR 1 FROM WRK-MODULO.

      *-------------TELA MENU PRINCIPAL---------------------------------

       01 MENU-PRINCIPAL.
            05 LINE 07 COLUMN 15 VALUE '1 - INCLUIR ALUNO'.
            05 LINE 08 COLUMN 15 VALUE '2 - CONSULTAR ALUNO POR RM'.
            05 LINE 09 COLUMN 15 VALUE '3 - CONSULTAR ALUNO POR NOME'.
            05 LINE 10 COLUMN 15 VALUE '4 - ALTERAR ALUNO'.
            05 LINE 11 COLUMN 15 VALUE '5 - EXCLUIR ALUNO'.
            05 LINE 12 COLUMN 15 VALUE '6 - RELACAO DE ALUNOS'.
            05 LINE 13 COLUMN 15 VALUE '7 - MODULO DISCIPLINAS'.
            05 LINE 14 COLUMN 15 VALUE '8 - EXPORTAR CSV'.
            05 LINE 15 COLUMN 15 VALUE '9 - SAIR'.
            05 LINE 16 COLUMN 15 VALUE 'P - PROCESSOS BATCH'.
            05 LINE 17 COLUMN 15 VALUE 'A - BOLETIM ESCOLAR'.
            05 LINE 18 COLUMN 15 VALUE 'C - CONSULTA AUDITORIA'.
            05 LINE 19 COLUMN 15 VALUE 'D - MODULO FREQUENCIA'.
            05 LINE 20 COLUMN 15 VALUE 'E - MODULO TURMAS'.
            05 LINE 21 COLUMN 15 VALUE 'B - HISTORICO ESCOLAR'.
            05 LINE 22 COLUMN 15 VALUE 'F - CONTROLE DE PERIODOS'.
            05 LINE 07 COLUMN 45 VALUE 'G - MODULO PROFESSORES'.
            05 LINE 08 COLUMN 45 VALUE 'U - MODULO USUARIOS'.
            05 LINE 09 COLUMN 45 VALUE 'S - SITUACAO DO ALUNO'.
            05 LINE 10 COLUMN 45 VALUE 'O - MODULO OCORRENCIAS'.
            05 LINE 11 COLUMN 45 VALUE 'R - REGRAS DE AVALIACAO'.
            05 LINE 12 COLUMN 45 VALUE 'K - CONSELHO DE CLASSE'.
            05 LINE 13 COLUMN 45 VALUE 'L - RESPONSAVEIS'.
            05 LINE 14 COLUMN 45 VALUE 'H - GRADE HORARIA'.
            05 LINE 15 COLUMN 45 VALUE 'T - CERTIFICADOS'.
            05 LINE 16 COLUMN 45 VALUE 'V - LISTA DE ESPERA'.
            05 LINE 23 COLUMN 15 VALUE 'OPCAO......: ' .
            05 LINE 23 COLUMN 28 USING WRK-OPCAO.

      *-------------TELA REGISTRO DE ALUNOS-----------------------------

       01 TELA-REGISTRO.
           05 CHAVE FOREGROUND-COLOR 2.
              10 LINE 10 COLUMN 10 VALUE 'RM...  '.
              10 COLUMN PLUS 2 PIC 9(05) USING RM-ALUNOS
                 BLANK WHEN ZEROS.
              10 COLUMN PLUS 4 VALUE 'ANO LETIVO.  '.
              10 COLUMN PLUS 2 PIC 9(04) USING ANO-LETIVO
                 BLANK WHEN ZEROS.
           05  SS-DADOS.
              10 LINE 11 COLUMN 10 VALUE 'NOME.... ' .
              10 COLUMN PLUS 2 PIC X(20) USING NOME-ALUNOS.
              10 LINE 12 COLUMN 10 VALUE 'SERIE... ' .
              10 COLUMN PLUS 2 PIC X(03) USING SERIE-ALUNOS.
              10 LINE 13 COLUMN 10 VALUE 'NOTA PRIMEIRO BIMESTRE' .
              10 COLUMN PLUS 2 PIC Z9,9 USING NOTA-1BIMESTRE.
              10 LINE 14 COLUMN 10 VALUE 'NOTA SEGUNDO BIMESTRE' .
              10 COLUMN PLUS 2 PIC Z9,9 USING NOTA-2BIMESTRE.
              10 LINE 15 COLUMN 10 VALUE 'NOTA TERCEIRO BIMESTRE' .
              10 COLUMN PLUS 2 PIC Z9,9 USING NOTA-3BIMESTRE.
              10 LINE 16 COLUMN 10 VALUE 'NOTA QUARTO BIMESTRE' .
              10 COLUMN PLUS 2 PIC Z9,9 USING NOTA-4BIMESTRE.

      *-------------TELA BUSCA ALUNO POR NOME----------------------------

       01 TELA-BUSCA-NOME.
           05 CHAVE-NOME FOREGROUND-COLOR 2.
              10 LINE 10 COLUMN 10 VALUE 'NOME...  '.
              10 COLUMN PLUS 2 PIC X(20) USING NOME-ALUNOS.

      *-------------TELA MENU DO MODULO DE DISCIPLINAS-------------------

       01 MENU-DISCIPLINAS.
            05 LINE 07 COLUMN 15 VALUE '1 - INCLUIR DISCIPLINA'.
            05 LINE 08 COLUMN 15 VALUE '2 - CONSULTAR DISCIPLINA'.
            05 LINE 09 COLUMN 15 VALUE '3 - ALTERAR DISCIPLINA'.
            05 LINE 10 COLUMN 15 VALUE '4 - EXCLUIR DISCIPLINA'.
            05 LINE 11 COLUMN 15 VALUE '5 - RELATORIO DE DISCIPLINAS'.
            05 LINE 12 COLUMN 15 VALUE '6 - VOLTAR'.
            05 LINE 13 COLUMN 15 VALUE '7 - CATALOGO DE DISCIPLINAS'.
            05 LINE 15 COLUMN 15 VALUE 'OPCAO......: ' .
            05 LINE 15 COLUMN 28 USING WRK-OPCAO-DISC.

      *-------------TELA REGISTRO DE DISCIPLINAS--------------------------

       01 TELA-DISCIPLINA.
           05 CHAVE-DISC FOREGROUND-COLOR 2.
              10 LINE 10 COLUMN 10 VALUE 'RM...  '.
              10 COLUMN PLUS 2 PIC 9(05) USING DISC-RM
                 BLANK WHEN ZEROS.
              10 COLUMN PLUS 4 VALUE 'ANO LETIVO.  '.
              10 COLUMN PLUS 2 PIC 9(04) USING WRK-ANO-DISC
                 BLANK WHEN ZEROS.
              10 LINE 11 COLUMN 10 VALUE 'COD DISCIPLINA  '.
              10 COLUMN PLUS 2 PIC 9(03) USING DISC-COD
                 BLANK WHEN ZEROS.
           05  SS-DADOS-DISC.
              10 LINE 12 COLUMN 10 VALUE 'DISCIPLINA... ' .
              10 COLUMN PLUS 2 PIC X(15) USING DISC-NOME.
              10 LINE 13 COLUMN 10 VALUE 'NOTA PRIMEIRO BIMESTRE' .
              10 COLUMN PLUS 2 PIC Z9,9 USING DISC-NOTA-1BIMESTRE.
              10 LINE 14 COLUMN 10 VALUE 'NOTA SEGUNDO BIMESTRE' .
              10 COLUMN PLUS 2 PIC Z9,9 USING DISC-NOTA-2BIMESTRE.
              10 LINE 15 COLUMN 10 VALUE 'NOTA TERCEIRO BIMESTRE' .
              10 COLUMN PLUS 2 PIC Z9,9 USING DISC-NOTA-3BIMESTRE.
              10 LINE 16 COLUMN 10 VALUE 'NOTA QUARTO BIMESTRE' .
              10 COLUMN PLUS 2 PIC Z9,9 USING DISC-NOTA-4BIMESTRE.

      *-------------TELA MENU DO CATALOGO DE DISCIPLINAS------------------

       01 MENU-CATALOGO.
            05 LINE 07 COLUMN 15 VALUE '1 - INCLUIR NO CATALOGO'.
            05 LINE 08 COLUMN 15 VALUE '2 - CONSULTAR CATALOGO'.
            05 LINE 09 COLUMN 15 VALUE '3 - ALTERAR CATALOGO'.
            05 LINE 10 COLUMN 15 VALUE '4 - EXCLUIR DO CATALOGO'.
            05 LINE 11 COLUMN 15 VALUE '5 - VOLTAR'.
            05 LINE 13 COLUMN 15 VALUE 'OPCAO......: ' .
            05 LINE 13 COLUMN 28 USING WRK-OPCAO-CAT.

      *-------------TELA REGISTRO DO CATALOGO-----------------------------

       01 TELA-CATALOGO.
           05 CHAVE-CAT FOREGROUND-COLOR 2.
              10 LINE 09 COLUMN 10 VALUE 'COD DISCIPLINA  '.
              10 COLUMN PLUS 2 PIC 9(03) USING CAT-COD
                 BLANK WHEN ZEROS.
           05  SS-DADOS-CAT.
              10 LINE 10 COLUMN 10 VALUE 'NOME OFICIAL.... ' .
              10 COLUMN PLUS 2 PIC X(15) USING CAT-NOME.
              10 LINE 11 COLUMN 10 VALUE 'CARGA SEMANAL... ' .
              10 COLUMN PLUS 2 PIC 9(02) USING CAT-CARGA.

      *-------------TELA MENU DAS REGRAS DE AVALIACAO---------------------

       01 MENU-REGRAS.
            05 LINE 07 COLUMN 15 VALUE '1 - INCLUIR REGRA'.
            05 LINE 08 COLUMN 15 VALUE '2 - CONSULTAR REGRA'.
            05 LINE 09 COLUMN 15 VALUE '3 - ALTERAR REGRA'.
            05 LINE 10 COLUMN 15 VALUE '4 - EXCLUIR REGRA'.
            05 LINE 11 COLUMN 15 VALUE '5 - VOLTAR'.
            05 LINE 13 COLUMN 15 VALUE 'OPCAO......: ' .
            05 LINE 13 COLUMN 28 USING WRK-OPCAO-REG.

      *-------------TELA REGISTRO DE REGRA DE AVALIACAO-------------------

       01 TELA-REGRA.
           05 CHAVE-REG FOREGROUND-COLOR 2.
              10 LINE 08 COLUMN 10 VALUE 'ANO LETIVO.  '.
              10 COLUMN PLUS 2 PIC 9(04) USING REG-ANO
                 BLANK WHEN ZEROS.
              10 COLUMN PLUS 4 VALUE 'SERIE...  '.
              10 COLUMN PLUS 2 PIC X(03) USING REG-SERIE.
              10 LINE 09 COLUMN 10 VALUE 'COD DISC (0 P/ SERIE)  '.
              10 COLUMN PLUS 2 PIC 9(03) USING REG-COD.
           05  SS-DADOS-REG.
              10 LINE 10 COLUMN 10 VALUE 'MEDIA P/ APROVACAO.... ' .
              10 COLUMN PLUS 2 PIC Z9,9 USING REG-MEDIA-APROV.
              10 LINE 11 COLUMN 10 VALUE 'FREQUENCIA MINIMA (%). ' .
              10 COLUMN PLUS 2 PIC 9(03) USING REG-FREQ-MIN.
              10 LINE 12 COLUMN 10 VALUE 'PESO PRIMEIRO BIMESTRE ' .
              10 COLUMN PLUS 2 PIC 9(01) USING REG-PESO-1BIMESTRE.
              10 LINE 13 COLUMN 10 VALUE 'PESO SEGUNDO BIMESTRE. ' .
              10 COLUMN PLUS 2 PIC 9(01) USING REG-PESO-2BIMESTRE.
              10 LINE 14 COLUMN 10 VALUE 'PESO TERCEIRO BIMESTRE ' .
              10 COLUMN PLUS 2 PIC 9(01) USING REG-PESO-3BIMESTRE.
              10 LINE 15 COLUMN 10 VALUE 'PESO QUARTO BIMESTRE.. ' .
              10 COLUMN PLUS 2 PIC 9(01) USING REG-PESO-4BIMESTRE.
              10 LINE 16 COLUMN 10 VALUE 'PERMITE RECUP. (S/N).. ' .
              10 COLUMN PLUS 2 PIC X(01) USING REG-RECUP-PERMITIDA.

      *-------------TELA MENU DO MODULO DE OCORRENCIAS--------------------

       01 MENU-OCORRENCIAS.
            05 LINE 07 COLUMN 15 VALUE '1 - INCLUIR OCORRENCIA'.
            05 LINE 08 COLUMN 15 VALUE '2 - CONSULTAR OCORRENCIA'.
            05 LINE 09 COLUMN 15 VALUE '3 - EXCLUIR OCORRENCIA'.
            05 LINE 10 COLUMN 15 VALUE '4 - RELATORIO DO ALUNO'.
            05 LINE 11 COLUMN 15 VALUE '5 - VOLTAR'.
            05 LINE 13 COLUMN 15 VALUE 'OPCAO......: ' .
            05 LINE 13 COLUMN 28 USING WRK-OPCAO-OCO.

      *-------------TELA REGISTRO DE OCORRENCIA---------------------------

       01 TELA-OCORRENCIA.
           05 CHAVE-OCO FOREGROUND-COLOR 2.
              10 LINE 08 COLUMN 10 VALUE 'RM...  '.
              10 COLUMN PLUS 2 PIC 9(05) USING OCO-RM
                 BLANK WHEN ZEROS.
              10 COLUMN PLUS 4 VALUE 'ANO LETIVO.  '.
              10 COLUMN PLUS 2 PIC 9(04) USING WRK-ANO-OCO
                 BLANK WHEN ZEROS.
              10 LINE 09 COLUMN 10 VALUE 'SEQUENCIA (0=PROXIMA)  '.
              10 COLUMN PLUS 2 PIC 9(03) USING OCO-SEQ
                 BLANK WHEN ZEROS.
           05  SS-DADOS-OCO.
              10 LINE 10 COLUMN 10 VALUE 'DATA (AAAAMMDD)....  '.
              10 COLUMN PLUS 2 PIC 9(08) USING OCO-DATA
                 BLANK WHEN ZEROS.
              10 LINE 11 COLUMN 10 VALUE 'TIPO (A/S/T/E).....  '.
              10 COLUMN PLUS 2 PIC X(01) USING OCO-TIPO.
              10 LINE 12 COLUMN 10 VALUE 'COD DISC (0=NENHUM)  '.
              10 COLUMN PLUS 2 PIC 9(03) USING OCO-COD
                 BLANK WHEN ZEROS.
              10 LINE 13 COLUMN 10 VALUE 'TEXTO..............  '.
              10 COLUMN PLUS 2 PIC X(40) USING OCO-TEXTO.

      *-------------TELA MENU DO CONSELHO DE CLASSE-----------------------

       01 MENU-CONSELHO.
            05 LINE 07 COLUMN 15 VALUE '1 - REGISTRAR DELIBERACAO'.
            05 LINE 08 COLUMN 15 VALUE '2 - CONSULTAR DELIBERACAO'.
            05 LINE 09 COLUMN 15 VALUE '3 - ALTERAR DELIBERACAO'.
            05 LINE 10 COLUMN 15 VALUE '4 - EXCLUIR DELIBERACAO'.
            05 LINE 11 COLUMN 15 VALUE '5 - ATA DO CONSELHO POR TURMA'.
            05 LINE 12 COLUMN 15 VALUE '6 - VOLTAR'.
            05 LINE 14 COLUMN 15 VALUE 'OPCAO......: ' .
            05 LINE 14 COLUMN 28 USING WRK-OPCAO-CNS.

      *-------------TELA REGISTRO DE DELIBERACAO DO CONSELHO--------------

       01 TELA-CONSELHO.
           05 CHAVE-CNS FOREGROUND-COLOR 2.
              10 LINE 08 COLUMN 10 VALUE 'RM...  '.
              10 COLUMN PLUS 2 PIC 9(05) USING CNS-RM
                 BLANK WHEN ZEROS.
              10 COLUMN PLUS 4 VALUE 'ANO LETIVO.  '.
              10 COLUMN PLUS 2 PIC 9(04) USING CNS-ANO
                 BLANK WHEN ZEROS.
              10 LINE 09 COLUMN 10 VALUE 'COD DISC (0=RESULT. FINAL)  '.
              10 COLUMN PLUS 2 PIC 9(03) USING CNS-COD.
           05  SS-DADOS-CNS.
              10 LINE 10 COLUMN 10 VALUE 'DECISAO (A/R)......  '.
              10 COLUMN PLUS 2 PIC X(01) USING CNS-DECISAO.
              10 LINE 11 COLUMN 10 VALUE
                 'A=APROVADO PELO CONSELHO  R=MANTIDA RETENCAO'.
              10 LINE 12 COLUMN 10 VALUE 'DATA REUNIAO (AAAAMMDD)  '.
              10 COLUMN PLUS 2 PIC 9(08) USING CNS-DATA
                 BLANK WHEN ZEROS.
              10 LINE 13 COLUMN 10 VALUE 'JUSTIFICATIVA:'.
              10 LINE 14 COLUMN 10 PIC X(60) USING CNS-JUSTIFICA.
              10 LINE 15 COLUMN 10 VALUE 'OPERADOR...........  '.
              10 COLUMN PLUS 2 PIC X(08) FROM CNS-OPERADOR.

      *-------------TELA DA ATA DO CONSELHO-------------------------------

       01 TELA-ATA.
              05 LINE 10 COLUMN 10 VALUE 'SERIE...  '.
              05 COLUMN PLUS 2 PIC X(03) USING WRK-ATA-SERIE.
              05 COLUMN PLUS 4 VALUE 'ANO LETIVO.  '.
              05 COLUMN PLUS 2 PIC 9(04) USING WRK-ATA-ANO
                 BLANK WHEN ZEROS.

      *-------------TELA MENU DO CADASTRO DE RESPONSAVEIS----------------

       01 MENU-RESPONSAVEIS.
            05 LINE 07 COLUMN 15 VALUE '1 - INCLUIR RESPONSAVEL'.
            05 LINE 08 COLUMN 15 VALUE '2 - CONSULTAR RESPONSAVEL'.
            05 LINE 09 COLUMN 15 VALUE '3 - ALTERAR RESPONSAVEL'.
            05 LINE 10 COLUMN 15 VALUE '4 - EXCLUIR RESPONSAVEL'.
            05 LINE 11 COLUMN 15 VALUE '5 - VOLTAR'.
            05 LINE 13 COLUMN 15 VALUE 'OPCAO......: ' .
            05 LINE 13 COLUMN 28 USING WRK-OPCAO-RESP.

      *-------------TELA REGISTRO DE RESPONSAVEL--------------------------

       01 TELA-RESPONSAVEL.
           05 CHAVE-RESP FOREGROUND-COLOR 2.
              10 LINE 08 COLUMN 10 VALUE 'RM DO ALUNO........  '.
              10 COLUMN PLUS 2 PIC 9(05) USING RESP-RM
                 BLANK WHEN ZEROS.
              10 LINE 09 COLUMN 10 VALUE 'SEQUENCIA (0=PROXIMA)  '.
              10 COLUMN PLUS 2 PIC 9(02) USING RESP-SEQ
                 BLANK WHEN ZEROS.
           05  SS-DADOS-RESP.
              10 LINE 10 COLUMN 10 VALUE 'NOME...........  '.
              10 COLUMN PLUS 2 PIC X(30) USING RESP-NOME.
              10 LINE 11 COLUMN 10 VALUE 'PARENTESCO.....  '.
              10 COLUMN PLUS 2 PIC X(12) USING RESP-PARENTESCO.
              10 LINE 12 COLUMN 10 VALUE 'TELEFONE.......  '.
              10 COLUMN PLUS 2 PIC X(15) USING RESP-TELEFONE.
              10 LINE 13 COLUMN 10 VALUE 'E-MAIL.........  '.
              10 COLUMN PLUS 2 PIC X(40) USING RESP-EMAIL.
              10 LINE 14 COLUMN 10 VALUE 'ENDERECO.......  '.
              10 COLUMN PLUS 2 PIC X(50) USING RESP-ENDERECO.

      *-------------TELA DOS COMUNICADOS AOS RESPONSAVEIS----------------

       01 TELA-COMUNICADO.
           05 CHAVE-COMUNICADO FOREGROUND-COLOR 2.
              10 LINE 08 COLUMN 10 VALUE 'TIPO (R/F/O/T)..........  '.
              10 COLUMN PLUS 2 PIC X(01) USING WRK-COM-TIPO.
              10 LINE 09 COLUMN 10 VALUE
                 'R=RECUPERACAO F=FREQUENCIA O=OCORRENCIAS T=REUNIAO'.
              10 LINE 10 COLUMN 10 VALUE 'ANO LETIVO..............  '.
              10 COLUMN PLUS 2 PIC 9(04) USING WRK-COM-ANO
                 BLANK WHEN ZEROS.
              10 LINE 11 COLUMN 10 VALUE 'SERIE (BRANCO P/ TODAS).  '.
              10 COLUMN PLUS 2 PIC X(03) USING WRK-COM-SERIE.
              10 LINE 12 COLUMN 10 VALUE 'OCORR. A PARTIR DE......  '.
              10 COLUMN PLUS 2 PIC 9(08) USING WRK-COM-DATA-INI
                 BLANK WHEN ZEROS.
              10 LINE 13 COLUMN 10 VALUE 'DATA DA REUNIAO.........  '.
              10 COLUMN PLUS 2 PIC 9(08) USING WRK-COM-DATA-REUN
                 BLANK WHEN ZEROS.
              10 LINE 14 COLUMN 10 VALUE 'HORA DA REUNIAO (HH:MM).  '.
              10 COLUMN PLUS 2 PIC X(05) USING WRK-COM-HORA.
              10 LINE 15 COLUMN 10 VALUE 'LOCAL DA REUNIAO........  '.
              10 COLUMN PLUS 2 PIC X(30) USING WRK-COM-LOCAL.

      *-------------TELA MENU DA GRADE HORARIA----------------------------

       01 MENU-HORARIOS.
            05 LINE 07 COLUMN 15 VALUE '1 - INCLUIR AULA NA GRADE'.
            05 LINE 08 COLUMN 15 VALUE '2 - CONSULTAR AULA'.
            05 LINE 09 COLUMN 15 VALUE '3 - ALTERAR AULA'.
            05 LINE 10 COLUMN 15 VALUE '4 - EXCLUIR AULA'.
            05 LINE 11 COLUMN 15 VALUE '5 - VOLTAR'.
            05 LINE 13 COLUMN 15 VALUE 'OPCAO......: ' .
            05 LINE 13 COLUMN 28 USING WRK-OPCAO-HOR.

      *-------------TELA REGISTRO DE AULA DA GRADE------------------------

       01 TELA-HORARIO.
           05 CHAVE-HOR FOREGROUND-COLOR 2.
              10 LINE 09 COLUMN 10 VALUE 'SERIE...  '.
              10 COLUMN PLUS 2 PIC X(03) USING HOR-SERIE.
              10 COLUMN PLUS 4 VALUE 'ANO LETIVO.  '.
              10 COLUMN PLUS 2 PIC 9(04) USING HOR-ANO
                 BLANK WHEN ZEROS.
              10 LINE 10 COLUMN 10 VALUE 'DIA (2=SEG...6=SEX)  '.
              10 COLUMN PLUS 2 PIC 9(01) USING HOR-DIA
                 BLANK WHEN ZEROS.
              10 COLUMN PLUS 4 VALUE 'AULA  '.
              10 COLUMN PLUS 2 PIC 9(01) USING HOR-AULA
                 BLANK WHEN ZEROS.
           05  SS-DADOS-HOR.
              10 LINE 11 COLUMN 10 VALUE 'COD DISCIPLINA  ' .
              10 COLUMN PLUS 2 PIC 9(03) USING HOR-COD
                 BLANK WHEN ZEROS.
              10 LINE 12 COLUMN 10 VALUE 'MATRICULA PROF. ' .
              10 COLUMN PLUS 2 PIC 9(05) USING HOR-MATR
                 BLANK WHEN ZEROS.
              10 LINE 13 COLUMN 10 VALUE
                 '(PROF. EM BRANCO = O DA ATRIBUICAO)'.

      *-------------TELA DA GRADE HORARIA (PROCESSO)----------------------

       01 TELA-GRADE-HOR.
           05 CHAVE-GRADE-HOR FOREGROUND-COLOR 2.
              10 LINE 10 COLUMN 10 VALUE 'ANO LETIVO A PROCESSAR  '.
              10 COLUMN PLUS 2 PIC 9(04) USING WRK-ANO-HOR
                 BLANK WHEN ZEROS.
              10 LINE 11 COLUMN 10 VALUE 'AULAS POR DIA (1 A 9)   '.
              10 COLUMN PLUS 2 PIC 9(01) USING WRK-HOR-AULAS-DIA
                 BLANK WHEN ZEROS.

      *-------------TELA DA SITUACAO DO ALUNO-----------------------------

       01 TELA-SITUACAO.
           05 CHAVE-SIT FOREGROUND-COLOR 2.
              10 LINE 09 COLUMN 10 VALUE 'RM...  '.
              10 COLUMN PLUS 2 PIC 9(05) USING RM-ALUNOS
                 BLANK WHEN ZEROS.
              10 COLUMN PLUS 4 VALUE 'ANO LETIVO.  '.
              10 COLUMN PLUS 2 PIC 9(04) USING ANO-LETIVO
                 BLANK WHEN ZEROS.
           05  SS-DADOS-SIT.
              10 LINE 10 COLUMN 10 VALUE 'SITUACAO (A/T/D/C)  '.
              10 COLUMN PLUS 2 PIC X(01) USING WRK-SIT-NOVA.
              10 LINE 11 COLUMN 10 VALUE 'DATA EVENTO (AAAAMMDD)  '.
              10 COLUMN PLUS 2 PIC 9(08) USING WRK-DATA-SIT
                 BLANK WHEN ZEROS.

      *-------------TELA DE IDENTIFICACAO DO OPERADOR---------------------

       01 TELA-LOGIN.
           05 CHAVE-LOGIN FOREGROUND-COLOR 2.
              10 LINE 10 COLUMN 10 VALUE 'OPERADOR  '.
              10 COLUMN PLUS 2 PIC X(08) USING WRK-LOGIN-COD.
              10 LINE 11 COLUMN 10 VALUE 'SENHA...  '.
              10 COLUMN PLUS 2 PIC X(08) USING WRK-LOGIN-SENHA
                 SECURE.

      *-------------TELA MENU DO MODULO DE USUARIOS-----------------------

       01 MENU-USUARIOS.
            05 LINE 07 COLUMN 15 VALUE '1 - INCLUIR USUARIO'.
            05 LINE 08 COLUMN 15 VALUE '2 - CONSULTAR USUARIO'.
            05 LINE 09 COLUMN 15 VALUE '3 - ALTERAR USUARIO'.
            05 LINE 10 COLUMN 15 VALUE '4 - EXCLUIR USUARIO'.
            05 LINE 11 COLUMN 15 VALUE '5 - VOLTAR'.
            05 LINE 13 COLUMN 15 VALUE 'OPCAO......: ' .
            05 LINE 13 COLUMN 28 USING WRK-OPCAO-USU.

      *-------------TELA REGISTRO DE USUARIO------------------------------

       01 TELA-USUARIO.
           05 CHAVE-USU FOREGROUND-COLOR 2.
              10 LINE 09 COLUMN 10 VALUE 'CODIGO  '.
              10 COLUMN PLUS 2 PIC X(08) USING USU-CODIGO.
           05  SS-DADOS-USU.
              10 LINE 10 COLUMN 10 VALUE 'SENHA........ ' .
              10 COLUMN PLUS 2 PIC X(08) USING USU-SENHA.
              10 LINE 11 COLUMN 10 VALUE 'NOME......... ' .
              10 COLUMN PLUS 2 PIC X(20) USING USU-NOME.
              10 LINE 12 COLUMN 10 VALUE 'PERFIL (S/C/Q) ' .
              10 COLUMN PLUS 2 PIC X(01) USING USU-PERFIL.

      *-------------TELA MENU DO MODULO DE PROFESSORES--------------------

       01 MENU-PROFESSORES.
            05 LINE 07 COLUMN 15 VALUE '1 - INCLUIR PROFESSOR'.
            05 LINE 08 COLUMN 15 VALUE '2 - CONSULTAR PROFESSOR'.
            05 LINE 09 COLUMN 15 VALUE '3 - ALTERAR PROFESSOR'.
            05 LINE 10 COLUMN 15 VALUE '4 - EXCLUIR PROFESSOR'.
            05 LINE 11 COLUMN 15 VALUE '5 - INCLUIR ATRIBUICAO'.
            05 LINE 12 COLUMN 15 VALUE '6 - CONSULTAR ATRIBUICAO'.
            05 LINE 13 COLUMN 15 VALUE '7 - EXCLUIR ATRIBUICAO'.
            05 LINE 14 COLUMN 15 VALUE '8 - RELAT. CARGA HORARIA'.
            05 LINE 15 COLUMN 15 VALUE '9 - VOLTAR'.
            05 LINE 17 COLUMN 15 VALUE 'OPCAO......: ' .
            05 LINE 17 COLUMN 28 USING WRK-OPCAO-PROF.

      *-------------TELA REGISTRO DE PROFESSOR----------------------------

       01 TELA-PROFESSOR.
           05 CHAVE-PROF FOREGROUND-COLOR 2.
              10 LINE 09 COLUMN 10 VALUE 'MATRICULA  '.
              10 COLUMN PLUS 2 PIC 9(05) USING PROF-MATR
                 BLANK WHEN ZEROS.
           05  SS-DADOS-PROF.
              10 LINE 10 COLUMN 10 VALUE 'NOME......... ' .
              10 COLUMN PLUS 2 PIC X(20) USING PROF-NOME.
              10 LINE 11 COLUMN 10 VALUE 'HABILITACAO.. ' .
              10 COLUMN PLUS 2 PIC X(15) USING PROF-HABIL.

      *-------------TELA REGISTRO DE ATRIBUICAO---------------------------

       01 TELA-ATRIBUICAO.
           05 CHAVE-ATR FOREGROUND-COLOR 2.
              10 LINE 09 COLUMN 10 VALUE 'SERIE...  '.
              10 COLUMN PLUS 2 PIC X(03) USING ATR-SERIE.
              10 COLUMN PLUS 4 VALUE 'ANO LETIVO.  '.
              10 COLUMN PLUS 2 PIC 9(04) USING ATR-ANO
                 BLANK WHEN ZEROS.
              10 LINE 10 COLUMN 10 VALUE 'COD DISCIPLINA  '.
              10 COLUMN PLUS 2 PIC 9(03) USING ATR-COD
                 BLANK WHEN ZEROS.
           05  SS-DADOS-ATR.
              10 LINE 11 COLUMN 10 VALUE 'MATRICULA PROF. ' .
              10 COLUMN PLUS 2 PIC 9(05) USING ATR-MATR
                 BLANK WHEN ZEROS.

      *-------------TELA DO RELATORIO DE CARGA HORARIA--------------------

       01 TELA-ANO-CARGA.
           05 CHAVE-ANO-CARGA FOREGROUND-COLOR 2.
              10 LINE 10 COLUMN 10 VALUE 'ANO LETIVO A PROCESSAR  '.
              10 COLUMN PLUS 2 PIC 9(04) USING WRK-ANO-CARGA
                 BLANK WHEN ZEROS.

      *-------------TELA DO BOLETIM ESCOLAR-------------------------------

       01 TELA-BOLETIM.
           05 CHAVE-BOLETIM FOREGROUND-COLOR 2.
              10 LINE 10 COLUMN 10 VALUE 'RM (ZEROS P/ SERIE TODA) '.
              10 COLUMN PLUS 2 PIC 9(05) USING WRK-RM-BOLETIM
                 BLANK WHEN ZEROS.
              10 LINE 11 COLUMN 10 VALUE 'ANO LETIVO.  '.
              10 COLUMN PLUS 2 PIC 9(04) USING WRK-ANO-BOLETIM
                 BLANK WHEN ZEROS.
              10 LINE 12 COLUMN 10 VALUE 'SERIE (P/ SERIE TODA)  '.
              10 COLUMN PLUS 2 PIC X(03) USING WRK-SERIE-BOLETIM.

      *-------------TELA DO HISTORICO ESCOLAR-----------------------------

       01 TELA-HISTORICO.
           05 CHAVE-HIST FOREGROUND-COLOR 2.
              10 LINE 10 COLUMN 10 VALUE 'RM DO ALUNO  '.
              10 COLUMN PLUS 2 PIC 9(05) USING WRK-RM-HIST
                 BLANK WHEN ZEROS.

      *-------------TELA DA CONSULTA DE AUDITORIA-------------------------

       01 TELA-AUDITORIA.
           05 CHAVE-AUD FOREGROUND-COLOR 2.
              10 LINE 09 COLUMN 10 VALUE 'RM (ZEROS P/ TODOS)      '.
              10 COLUMN PLUS 2 PIC 9(05) USING WRK-AUD-FRM
                 BLANK WHEN ZEROS.
              10 LINE 10 COLUMN 10 VALUE 'DATA INICIAL (AAAAMMDD)  '.
              10 COLUMN PLUS 2 PIC 9(08) USING WRK-AUD-FDATA-INI
                 BLANK WHEN ZEROS.
              10 LINE 11 COLUMN 10 VALUE 'DATA FINAL   (AAAAMMDD)  '.
              10 COLUMN PLUS 2 PIC 9(08) USING WRK-AUD-FDATA-FIM
                 BLANK WHEN ZEROS.
              10 LINE 12 COLUMN 10 VALUE 'OPERACAO (VAZIO P/ TODAS)'.
              10 COLUMN PLUS 2 PIC X(10) USING WRK-AUD-FOPER.
              10 LINE 13 COLUMN 10 VALUE 'GRAVAR EM ARQUIVO (S/N)  '.
              10 COLUMN PLUS 2 PIC X(01) USING WRK-AUD-GRAVA.

      *--------------TELA REGISTRO DO CABECALHO DE AUDITORIA--------------

       01 RELAT-CABEC-AUD.
          05 LINE 4 COLUMN 01 VALUE "RM".
          05 LINE 4 COLUMN 07 VALUE "ANO".
          05 LINE 4 COLUMN 12 VALUE "DATA".
          05 LINE 4 COLUMN 21 VALUE "HORA".
          05 LINE 4 COLUMN 30 VALUE "OPERACAO".

      *---------------TELA REGISTRO DA CONSULTA DE AUDITORIA--------------

       01 RELAT-AUD-REG.
          05 LINE WRK-LINHA COLUMN 01 PIC 9(05) FROM AUD-RM.
          05 LINE WRK-LINHA COLUMN 07 PIC 9(04) FROM AUD-ANO.
          05 LINE WRK-LINHA COLUMN 12 PIC 9(08) FROM AUD-DATA.
          05 LINE WRK-LINHA COLUMN 21 PIC 9(08) FROM AUD-HORA.
          05 LINE WRK-LINHA COLUMN 30 PIC X(10) FROM AUD-OPERACAO.

       01 RELAT-AUD-IMAGENS.
          05 LINE WRK-LINHA COLUMN 01 VALUE 'A:'.
          05 LINE WRK-LINHA COLUMN 04 PIC X(12) FROM AUD-ANTES-NOME.
          05 LINE WRK-LINHA COLUMN 17 PIC X(03) FROM AUD-ANTES-SERIE.
          05 LINE WRK-LINHA COLUMN 21 PIC Z9,9 FROM AUD-ANTES-NOTA1.
          05 LINE WRK-LINHA COLUMN 26 PIC Z9,9 FROM AUD-ANTES-NOTA2.
          05 LINE WRK-LINHA COLUMN 31 PIC Z9,9 FROM AUD-ANTES-NOTA3.
          05 LINE WRK-LINHA COLUMN 36 PIC Z9,9 FROM AUD-ANTES-NOTA4.
          05 LINE WRK-LINHA COLUMN 41 VALUE 'D:'.
          05 LINE WRK-LINHA COLUMN 44 PIC X(12) FROM AUD-DEPOIS-NOME.
          05 LINE WRK-LINHA COLUMN 57 PIC X(03) FROM AUD-DEPOIS-SERIE.
          05 LINE WRK-LINHA COLUMN 61 PIC Z9,9 FROM AUD-DEPOIS-NOTA1.
          05 LINE WRK-LINHA COLUMN 66 PIC Z9,9 FROM AUD-DEPOIS-NOTA2.
          05 LINE WRK-LINHA COLUMN 71 PIC Z9,9 FROM AUD-DEPOIS-NOTA3.
          05 LINE WRK-LINHA COLUMN 76 PIC Z9,9 FROM AUD-DEPOIS-NOTA4.

      *-------------TELA MENU DO MODULO DE PROCESSOS BATCH----------------

       01 MENU-PROCESSOS.
            05 LINE 07 COLUMN 15 VALUE '1 - PROMOCAO DE ANO LETIVO'.
            05 LINE 08 COLUMN 15 VALUE '2 - MOVIMENTO DE NOTAS EM LOTE'.
            05 LINE 09 COLUMN 15 VALUE '3 - RECONCILIACAO DE NOTAS'.
            05 LINE 10 COLUMN 15 VALUE '4 - BACKUP DOS ARQUIVOS'.
            05 LINE 11 COLUMN 15 VALUE '5 - RESTAURACAO DO BACKUP'.
            05 LINE 12 COLUMN 15 VALUE '6 - CONVOCAR RECUPERACAO'.
            05 LINE 13 COLUMN 15 VALUE '7 - NOTA DA RECUPERACAO'.
            05 LINE 14 COLUMN 15 VALUE '8 - CRITICA DE FECHAMENTO'.
            05 LINE 15 COLUMN 15 VALUE 'E - ESTATISTICA DESEMPENHO'.
            05 LINE 16 COLUMN 15 VALUE 'X - EXPORTA CENSO ESCOLAR'.
            05 LINE 17 COLUMN 15 VALUE 'M - IMPORTA MATRICULAS'.
            05 LINE 18 COLUMN 15 VALUE 'R - RISCO DE REPROVACAO'.
            05 LINE 07 COLUMN 45 VALUE 'C - COMUNICADOS AOS PAIS'.
            05 LINE 08 COLUMN 45 VALUE 'H - GRADE HORARIA'.
            05 LINE 09 COLUMN 45 VALUE 'I - INTEGRIDADE REFERENCIAL'.
            05 LINE 10 COLUMN 45 VALUE 'D - CONVERSAO NOTAS DECIMAIS'.
            05 LINE 11 COLUMN 45 VALUE 'G - CERTIFICADOS DE CONCLUSAO'.
            05 LINE 19 COLUMN 15 VALUE '9 - VOLTAR'.
            05 LINE 21 COLUMN 15 VALUE 'OPCAO......: ' .
            05 LINE 21 COLUMN 28 USING WRK-OPCAO-PROC.

      *-------------TELAS DA RECUPERACAO FINAL----------------------------

       01 TELA-ANO-RECUP.
           05 CHAVE-ANO-RECUP FOREGROUND-COLOR 2.
              10 LINE 10 COLUMN 10 VALUE 'ANO LETIVO A PROCESSAR  '.
              10 COLUMN PLUS 2 PIC 9(04) USING WRK-ANO-RECUP
                 BLANK WHEN ZEROS.

       01 TELA-LANCA-RECUP.
           05 CHAVE-LANCA-RECUP FOREGROUND-COLOR 2.
              10 LINE 09 COLUMN 10 VALUE 'RM...  '.
              10 COLUMN PLUS 2 PIC 9(05) USING RCP-RM
                 BLANK WHEN ZEROS.
              10 COLUMN PLUS 4 VALUE 'ANO LETIVO.  '.
              10 COLUMN PLUS 2 PIC 9(04) USING WRK-ANO-RECUP
                 BLANK WHEN ZEROS.
              10 LINE 10 COLUMN 10 VALUE 'COD DISCIPLINA  '.
              10 COLUMN PLUS 2 PIC 9(03) USING RCP-COD
                 BLANK WHEN ZEROS.
           05  SS-NOTA-EXAME.
              10 LINE 11 COLUMN 10 VALUE 'NOTA DO EXAME  ' .
              10 COLUMN PLUS 2 PIC Z9,9 USING WRK-NOTA-EXAME.

      *-------------TELA DA CRITICA DE FECHAMENTO-------------------------

       01 TELA-CRITICA.
           05 CHAVE-CRITICA FOREGROUND-COLOR 2.
              10 LINE 10 COLUMN 10 VALUE 'ANO LETIVO A PROCESSAR  '.
              10 COLUMN PLUS 2 PIC 9(04) USING WRK-ANO-CRITICA
                 BLANK WHEN ZEROS.
              10 LINE 11 COLUMN 10 VALUE 'BIMESTRE (1 A 4)......  '.
              10 COLUMN PLUS 2 PIC 9(01) USING WRK-BIM-CRITICA
                 BLANK WHEN ZEROS.

      *-------------TELA DA ESTATISTICA DE DESEMPENHO---------------------

       01 TELA-ESTATIST.
           05 CHAVE-ESTAT FOREGROUND-COLOR 2.
              10 LINE 10 COLUMN 10 VALUE 'ANO LETIVO A PROCESSAR  '.
              10 COLUMN PLUS 2 PIC 9(04) USING WRK-ANO-ESTAT
                 BLANK WHEN ZEROS.
              10 LINE 11 COLUMN 10 VALUE 'BIMESTRE (1 A 4)......  '.
              10 COLUMN PLUS 2 PIC 9(01) USING WRK-BIM-ESTAT
                 BLANK WHEN ZEROS.

      *-------------TELA DO ALERTA DE RISCO DE REPROVACAO-----------------

       01 TELA-RISCO.
           05 CHAVE-RISCO FOREGROUND-COLOR 2.
              10 LINE 10 COLUMN 10 VALUE 'ANO LETIVO A PROCESSAR  '.
              10 COLUMN PLUS 2 PIC 9(04) USING WRK-ANO-RISCO
                 BLANK WHEN ZEROS.
              10 LINE 11 COLUMN 10 VALUE 'BIMESTRE (1 A 4)......  '.
              10 COLUMN PLUS 2 PIC 9(01) USING WRK-BIM-RISCO
                 BLANK WHEN ZEROS.

      *-------------TELA DA VERIFICACAO DE INTEGRIDADE REFERENCIAL-------

       01 TELA-INTEGRIDADE.
           05 CHAVE-INTEGRIDADE FOREGROUND-COLOR 2.
              10 LINE 10 COLUMN 10 VALUE 'MODO (V-VERIFICA R-REPARA)  '.
              10 COLUMN PLUS 2 PIC X(01) USING WRK-INT-MODO.

      *-------------TELA DA CONVERSAO DAS NOTAS P/ UMA CASA DECIMAL-------

       01 TELA-CONVERSAO.
           05 CHAVE-CONVERSAO FOREGROUND-COLOR 2.
              10 LINE 08 COLUMN 10 VALUE 'RENOMEIE P/ .ANT ANTES DE'.
              10 LINE 09 COLUMN 10 VALUE 'ENTRAR: ALUNOS.DAT,'.
              10 LINE 10 COLUMN 10 VALUE 'DISCIPLI.DAT, RECUPERA.DAT'.
              10 LINE 11 COLUMN 10 VALUE 'E AUDITORI.TXT'.
              10 LINE 13 COLUMN 10 VALUE 'CONFIRMA A CONVERSAO (S/N)  '.
              10 COLUMN PLUS 2 PIC X(01) USING WRK-CNV-CONFIRMA.

      *-------------TELA DA EMISSAO DOS CERTIFICADOS DE CONCLUSAO--------

       01 TELA-CERT-ANO.
           05 CHAVE-CERT-ANO FOREGROUND-COLOR 2.
              10 LINE 10 COLUMN 10 VALUE 'ANO LETIVO DOS EGRESSOS  '.
              10 COLUMN PLUS 2 PIC 9(04) USING WRK-ANO-CERT
                 BLANK WHEN ZEROS.

      *-------------TELA MENU DO MODULO DE CERTIFICADOS-------------------

       01 MENU-CERTIFICADOS.
            05 LINE 07 COLUMN 15 VALUE '1 - SEGUNDA VIA DE CERTIFICADO'.
            05 LINE 08 COLUMN 15 VALUE '2 - LIVRO DE REGISTRO'.
            05 LINE 09 COLUMN 15 VALUE '3 - VOLTAR'.
            05 LINE 11 COLUMN 15 VALUE 'OPCAO......: ' .
            05 LINE 11 COLUMN 28 USING WRK-OPCAO-CRT.

      *-------------TELA DA SEGUNDA VIA DO CERTIFICADO--------------------

       01 TELA-SEGUNDA-VIA.
           05 CHAVE-VIA FOREGROUND-COLOR 2.
              10 LINE 08 COLUMN 10 VALUE 'RM DO ALUNO..........  '.
              10 COLUMN PLUS 2 PIC 9(05) USING CERT-RM
                 BLANK WHEN ZEROS.
              10 LINE 09 COLUMN 10 VALUE 'ANO LETIVO CONCLUIDO.  '.
              10 COLUMN PLUS 2 PIC 9(04) USING CERT-ANO-LETIVO
                 BLANK WHEN ZEROS.
           05  SS-DADOS-VIA.
              10 LINE 10 COLUMN 10 VALUE 'NOME.................  '.
              10 COLUMN PLUS 2 PIC X(20) FROM CERT-NOME.
              10 LINE 11 COLUMN 10 VALUE 'SERIE CONCLUIDA......  '.
              10 COLUMN PLUS 2 PIC X(03) FROM CERT-SERIE.
              10 LINE 12 COLUMN 10 VALUE 'REGISTRO NUMERO......  '.
              10 COLUMN PLUS 2 PIC 9(05) FROM CERT-NUMERO.
              10 COLUMN PLUS 1 VALUE '/'.
              10 COLUMN PLUS 1 PIC 9(04) FROM CERT-ANO-EMISSAO.
              10 LINE 13 COLUMN 10 VALUE 'LIVRO / FOLHA........  '.
              10 COLUMN PLUS 2 PIC 9(03) FROM CERT-LIVRO.
              10 COLUMN PLUS 1 VALUE '/'.
              10 COLUMN PLUS 1 PIC 9(03) FROM CERT-FOLHA.
              10 LINE 14 COLUMN 10 VALUE 'EMITIDO EM...........  '.
              10 COLUMN PLUS 2 PIC 9(08) FROM CERT-DATA-EMISSAO.
              10 LINE 15 COLUMN 10 VALUE 'SEGUNDAS VIAS........  '.
              10 COLUMN PLUS 2 PIC Z9 FROM CERT-QTD-VIAS.

      *-------------TELA DO LIVRO DE REGISTRO DE CERTIFICADOS-------------

       01 TELA-LIVRO.
           05 CHAVE-LIVRO FOREGROUND-COLOR 2.
              10 LINE 10 COLUMN 10 VALUE 'ANO EMISSAO (0=TODOS)  '.
              10 COLUMN PLUS 2 PIC 9(04) USING WRK-CERT-ANO-LIVRO
                 BLANK WHEN ZEROS.

      *-------------TELA MENU DA LISTA DE ESPERA--------------------------

       01 MENU-ESPERA.
            05 LINE 07 COLUMN 15 VALUE '1 - INCLUIR PEDIDO'.
            05 LINE 08 COLUMN 15 VALUE '2 - CONSULTAR PEDIDO'.
            05 LINE 09 COLUMN 15 VALUE '3 - CANCELAR PEDIDO'.
            05 LINE 10 COLUMN 15 VALUE '4 - CONFIRMAR MATRICULA'.
            05 LINE 11 COLUMN 15 VALUE '5 - LISTA DE CHAMADA'.
            05 LINE 12 COLUMN 15 VALUE '6 - RELATORIO POR SERIE'.
            05 LINE 13 COLUMN 15 VALUE '7 - VOLTAR'.
            05 LINE 15 COLUMN 15 VALUE 'OPCAO......: ' .
            05 LINE 15 COLUMN 28 USING WRK-OPCAO-ESP.

      *-------------TELA DO PEDIDO NA LISTA DE ESPERA---------------------

       01 TELA-ESPERA.
           05 CHAVE-ESP-TURMA FOREGROUND-COLOR 2.
              10 LINE 08 COLUMN 10 VALUE 'SERIE...  '.
              10 COLUMN PLUS 2 PIC X(03) USING ESP-SERIE.
              10 COLUMN PLUS 4 VALUE 'ANO LETIVO.  '.
              10 COLUMN PLUS 2 PIC 9(04) USING ESP-ANO
                 BLANK WHEN ZEROS.
           05 CHAVE-ESP-ORDEM FOREGROUND-COLOR 2.
              10 LINE 09 COLUMN 10 VALUE 'ORDEM NA LISTA.......  '.
              10 COLUMN PLUS 2 PIC 9(05) USING ESP-ORDEM
                 BLANK WHEN ZEROS.
           05  SS-PEDIDO-ESP.
              10 LINE 10 COLUMN 10 VALUE 'RM DO ALUNO..........  '.
              10 COLUMN PLUS 2 PIC 9(05) USING ESP-RM
                 BLANK WHEN ZEROS.
              10 LINE 11 COLUMN 10 VALUE 'NOME.................  '.
              10 COLUMN PLUS 2 PIC X(20) USING ESP-NOME.
           05  SS-DADOS-ESP.
              10 LINE 12 COLUMN 10 VALUE 'DATA DO PEDIDO.......  '.
              10 COLUMN PLUS 2 PIC 9(08) FROM ESP-DATA-PEDIDO.
              10 LINE 13 COLUMN 10 VALUE 'ORIGEM (I/T).........  '.
              10 COLUMN PLUS 2 PIC X(01) FROM ESP-ORIGEM.
              10 LINE 14 COLUMN 10 VALUE 'SITUACAO (A/C/M/D)...  '.
              10 COLUMN PLUS 2 PIC X(01) FROM ESP-SITUACAO.
              10 LINE 15 COLUMN 10 VALUE 'DATA DA CHAMADA......  '.
              10 COLUMN PLUS 2 PIC 9(08) FROM ESP-DATA-CHAMADA
                 BLANK WHEN ZEROS.

      *-------------TELA DO RELATORIO DA LISTA DE ESPERA-----------------

       01 TELA-ANO-ESP.
           05 CHAVE-ANO-ESP FOREGROUND-COLOR 2.
              10 LINE 10 COLUMN 10 VALUE 'ANO LETIVO DO RELATORIO  '.
              10 COLUMN PLUS 2 PIC 9(04) USING WRK-ANO-ESP
                 BLANK WHEN ZEROS.

      *-------------TELAS DA INTEGRACAO COM A SECRETARIA------------------

       01 TELA-ANO-CENSO.
           05 CHAVE-ANO-CENSO FOREGROUND-COLOR 2.
              10 LINE 10 COLUMN 10 VALUE 'ANO LETIVO A EXPORTAR  '.
              10 COLUMN PLUS 2 PIC 9(04) USING WRK-ANO-CENSO
                 BLANK WHEN ZEROS.

       01 TELA-ANO-IMPORT.
           05 CHAVE-ANO-IMPORT FOREGROUND-COLOR 2.
              10 LINE 10 COLUMN 10 VALUE 'ANO LETIVO DA MATRICULA  '.
              10 COLUMN PLUS 2 PIC 9(04) USING WRK-ANO-IMPORT
                 BLANK WHEN ZEROS.

      *-------------TELA DA PROMOCAO DE ANO LETIVO------------------------

       01 TELA-PROMOCAO.
           05 CHAVE-PROMOCAO FOREGROUND-COLOR 2.
              10 LINE 10 COLUMN 10 VALUE 'ANO LETIVO A PROCESSAR  '.
              10 COLUMN PLUS 2 PIC 9(04) USING WRK-ANO-PROMOCAO
                 BLANK WHEN ZEROS.

      *-------------TELA MENU DO MODULO DE TURMAS-------------------------

       01 MENU-TURMAS.
            05 LINE 07 COLUMN 15 VALUE '1 - INCLUIR TURMA'.
            05 LINE 08 COLUMN 15 VALUE '2 - CONSULTAR TURMA'.
            05 LINE 09 COLUMN 15 VALUE '3 - ALTERAR TURMA'.
            05 LINE 10 COLUMN 15 VALUE '4 - EXCLUIR TURMA'.
            05 LINE 11 COLUMN 15 VALUE '5 - VOLTAR'.
            05 LINE 13 COLUMN 15 VALUE 'OPCAO......: ' .
            05 LINE 13 COLUMN 28 USING WRK-OPCAO-TUR.

      *-------------TELA REGISTRO DE TURMAS-------------------------------

       01 TELA-TURMA.
           05 CHAVE-TURMA FOREGROUND-COLOR 2.
              10 LINE 09 COLUMN 10 VALUE 'SERIE...  '.
              10 COLUMN PLUS 2 PIC X(03) USING TURMA-SERIE.
              10 COLUMN PLUS 4 VALUE 'ANO LETIVO.  '.
              10 COLUMN PLUS 2 PIC 9(04) USING WRK-ANO-TURMA
                 BLANK WHEN ZEROS.
           05  SS-DADOS-TURMA.
              10 LINE 10 COLUMN 10 VALUE 'DESCRICAO... ' .
              10 COLUMN PLUS 2 PIC X(20) USING TURMA-DESCRICAO.
              10 LINE 11 COLUMN 10 VALUE 'PROFESSOR... ' .
              10 COLUMN PLUS 2 PIC X(20) USING TURMA-PROFESSOR.
              10 LINE 12 COLUMN 10 VALUE 'VAGAS....... ' .
              10 COLUMN PLUS 2 PIC 9(03) USING TURMA-VAGAS.

      *---------------TELA DA TURMA NO RELATORIO--------------------------

       01 RELAT-TURMA-INFO.
          05 LINE WRK-LINHA COLUMN 01 VALUE "DESC:".
          05 LINE WRK-LINHA COLUMN 07 PIC X(20) FROM TURMA-DESCRICAO.
          05 LINE WRK-LINHA COLUMN 28 VALUE "PROF:".
          05 LINE WRK-LINHA COLUMN 34 PIC X(20) FROM TURMA-PROFESSOR.

      *-------------TELA MENU DO MODULO DE FREQUENCIA---------------------

       01 MENU-FREQUENCIA.
            05 LINE 07 COLUMN 15 VALUE '1 - INCLUIR FREQUENCIA'.
            05 LINE 08 COLUMN 15 VALUE '2 - CONSULTAR FREQUENCIA'.
            05 LINE 09 COLUMN 15 VALUE '3 - ALTERAR FREQUENCIA'.
            05 LINE 10 COLUMN 15 VALUE '4 - EXCLUIR FREQUENCIA'.
            05 LINE 11 COLUMN 15 VALUE '5 - VOLTAR'.
            05 LINE 13 COLUMN 15 VALUE 'OPCAO......: ' .
            05 LINE 13 COLUMN 28 USING WRK-OPCAO-FREQ.

      *-------------TELA REGISTRO DE FREQUENCIA---------------------------

       01 TELA-FREQUENCIA.
           05 CHAVE-FREQ FOREGROUND-COLOR 2.
              10 LINE 09 COLUMN 10 VALUE 'RM...  '.
              10 COLUMN PLUS 2 PIC 9(05) USING FREQ-RM
                 BLANK WHEN ZEROS.
              10 COLUMN PLUS 4 VALUE 'ANO LETIVO.  '.
              10 COLUMN PLUS 2 PIC 9(04) USING WRK-ANO-FREQ
                 BLANK WHEN ZEROS.
              10 LINE 10 COLUMN 10 VALUE 'COD DISCIPLINA  '.
              10 COLUMN PLUS 2 PIC 9(03) USING FREQ-COD
                 BLANK WHEN ZEROS.
           05  SS-DADOS-FREQ.
              10 LINE 11 COLUMN 10 VALUE 'FALTAS PRIMEIRO BIMESTRE' .
              10 COLUMN PLUS 2 PIC 9(03) USING FREQ-FALTAS-1BIMESTRE.
              10 LINE 12 COLUMN 10 VALUE 'FALTAS SEGUNDO BIMESTRE' .
              10 COLUMN PLUS 2 PIC 9(03) USING FREQ-FALTAS-2BIMESTRE.
              10 LINE 13 COLUMN 10 VALUE 'FALTAS TERCEIRO BIMESTRE' .
              10 COLUMN PLUS 2 PIC 9(03) USING FREQ-FALTAS-3BIMESTRE.
              10 LINE 14 COLUMN 10 VALUE 'FALTAS QUARTO BIMESTRE' .
              10 COLUMN PLUS 2 PIC 9(03) USING FREQ-FALTAS-4BIMESTRE.
              10 LINE 15 COLUMN 10 VALUE 'AULAS DADAS NO ANO' .
              10 COLUMN PLUS 2 PIC 9(04) USING FREQ-AULAS-DADAS.

      *-------------TELA MENU DO CONTROLE DE PERIODOS---------------------

       01 MENU-PERIODOS.
            05 LINE 07 COLUMN 15 VALUE '1 - ABRIR PERIODO'.
            05 LINE 08 COLUMN 15 VALUE '2 - CONSULTAR PERIODO'.
            05 LINE 09 COLUMN 15 VALUE '3 - FECHAR PERIODO'.
            05 LINE 10 COLUMN 15 VALUE '4 - REABRIR PERIODO'.
            05 LINE 11 COLUMN 15 VALUE '5 - RETIFICAR NOTA'.
            05 LINE 12 COLUMN 15 VALUE '6 - VOLTAR'.
            05 LINE 14 COLUMN 15 VALUE 'OPCAO......: ' .
            05 LINE 14 COLUMN 28 USING WRK-OPCAO-PER.

      *-------------TELA REGISTRO DE PERIODO LETIVO-----------------------

       01 TELA-PERIODO.
           05 CHAVE-PER FOREGROUND-COLOR 2.
              10 LINE 09 COLUMN 10 VALUE 'ANO LETIVO.  '.
              10 COLUMN PLUS 2 PIC 9(04) USING PER-ANO
                 BLANK WHEN ZEROS.
              10 LINE 10 COLUMN 10 VALUE 'BIMESTRE (1 A 4)  '.
              10 COLUMN PLUS 2 PIC 9(01) USING PER-BIM
                 BLANK WHEN ZEROS.
           05  SS-DADOS-PER.
              10 LINE 11 COLUMN 10 VALUE 'SITUACAO (A/F)... ' .
              10 COLUMN PLUS 2 PIC X(01) FROM PER-SITUACAO.
              10 LINE 12 COLUMN 10 VALUE 'DATA FECHAMENTO.. ' .
              10 COLUMN PLUS 2 PIC 9(08) FROM PER-DATA-FECHA.

      *-------------TELA DA RETIFICACAO DE NOTA---------------------------

       01 TELA-RETIFICA.
           05 CHAVE-RET FOREGROUND-COLOR 2.
              10 LINE 09 COLUMN 10 VALUE 'RM...  '.
              10 COLUMN PLUS 2 PIC 9(05) USING WRK-RET-RM
                 BLANK WHEN ZEROS.
              10 COLUMN PLUS 4 VALUE 'ANO LETIVO.  '.
              10 COLUMN PLUS 2 PIC 9(04) USING WRK-RET-ANO
                 BLANK WHEN ZEROS.
              10 LINE 10 COLUMN 10 VALUE 'COD DISC (0 P/ ALUNO)  '.
              10 COLUMN PLUS 2 PIC 9(03) USING WRK-RET-COD
                 BLANK WHEN ZEROS.
              10 LINE 11 COLUMN 10 VALUE 'BIMESTRE (1 A 4)  '.
              10 COLUMN PLUS 2 PIC 9(01) USING WRK-RET-BIM
                 BLANK WHEN ZEROS.
              10 LINE 12 COLUMN 10 VALUE 'NOVA NOTA  '.
              10 COLUMN PLUS 2 PIC Z9,9 USING WRK-RET-NOTA.
              10 LINE 13 COLUMN 10 VALUE 'COD MOTIVO  '.
              10 COLUMN PLUS 2 PIC X(03) USING WRK-RET-MOTIVO.

      *---------------TELA PARA MOSTRAR OS ERROS------------------------

       01 MOSTRA-ERRO.
           02 MSG-ERRO.
               10 LINE 19 COLUMN 10 PIC X(30) FROM WRK-MSGERRO
               BACKGROUND-COLOR 2 FOREGROUND-COLOR 8.

               10 LINE 19 COLUMN 45 PIC X(01) USING WRK-TECLA.

      *--------------TELA REGISTRO DO CABEÇALHO-------------------------

       01 RELAT-CABEC.
          05 LINE 4 COLUMN 01 VALUE "RM".
          05 LINE 4 COLUMN 06 VALUE "ANO".
          05 LINE 4 COLUMN 11 VALUE "NOME".
          05 LINE 4 COLUMN 35 VALUE "SERIE".
          05 LINE 4 COLUMN 41 VALUE "NOTA 1".
          05 LINE 4 COLUMN 48 VALUE "NOTA 2".
          05 LINE 4 COLUMN 55 VALUE "NOTA 3".
          05 LINE 4 COLUMN 62 VALUE "NOTA 4".
          05 LINE 4 COLUMN 69 VALUE "MEDIA".
          05 LINE 4 COLUMN 76 VALUE "STATUS".


      *---------------TELA REGISTRO RELATORIO---------------------------

       01 RELAT-REG.
          05 LINE WRK-LINHA COLUMN 01 PIC 9(05) FROM RM-ALUNOS.
          05 LINE WRK-LINHA COLUMN 06 PIC 9(04) FROM ANO-LETIVO.
          05 LINE WRK-LINHA COLUMN 11 PIC X(20) FROM NOME-ALUNOS.
          05 LINE WRK-LINHA COLUMN 35 PIC X(03) FROM SERIE-ALUNOS.
          05 LINE WRK-LINHA COLUMN 41 PIC Z9,9 FROM NOTA-1BIMESTRE.
          05 LINE WRK-LINHA COLUMN 48 PIC Z9,9 FROM NOTA-2BIMESTRE.
          05 LINE WRK-LINHA COLUMN 55 PIC Z9,9 FROM NOTA-3BIMESTRE.
          05 LINE WRK-LINHA COLUMN 62 PIC Z9,9 FROM NOTA-4BIMESTRE.
          05 LINE WRK-LINHA COLUMN 69 PIC X(04) FROM WRK-MEDIA-EDITADA.
          05 LINE WRK-LINHA COLUMN 76 PIC X(14) FROM WRK-MEDIA-STATUS.

      *---------------TELA SUBTOTAL DA TURMA-----------------------------

       01 RELAT-SUBTOTAL.
          05 LINE WRK-LINHA COLUMN 01 VALUE "TURMA:".
          05 LINE WRK-LINHA COLUMN 08 PIC X(03) FROM SERIE-ALUNOS.
          05 LINE WRK-LINHA COLUMN 14 VALUE "MEDIA TURMA:".
          05 LINE WRK-LINHA COLUMN 27 PIC X(04)
             FROM WRK-MEDIA-SERIE-EDITADA.
          05 LINE WRK-LINHA COLUMN 32 VALUE "APROVADOS:".
          05 LINE WRK-LINHA COLUMN 43 PIC ZZ9
             FROM WRK-QTD-APROVADOS-SERIE.
          05 LINE WRK-LINHA COLUMN 48 VALUE "REPROVADOS:".
          05 LINE WRK-LINHA COLUMN 60 PIC ZZ9
             FROM WRK-QTD-REPROVADOS-SERIE.
          05 LINE WRK-LINHA COLUMN 64 VALUE "REP.FREQ:".
          05 LINE WRK-LINHA COLUMN 74 PIC ZZ9
             FROM WRK-QTD-REPFREQ-SERIE.

      *--------------TELA REGISTRO DO CABEÇALHO DE DISCIPLINAS----------

       01 RELAT-CABEC-DISC.
          05 LINE 4 COLUMN 01 VALUE "RM".
          05 LINE 4 COLUMN 08 VALUE "COD".
          05 LINE 4 COLUMN 14 VALUE "DISCIPLINA".
          05 LINE 4 COLUMN 32 VALUE "NOTA 1".
          05 LINE 4 COLUMN 40 VALUE "NOTA 2".
          05 LINE 4 COLUMN 48 VALUE "NOTA 3".
          05 LINE 4 COLUMN 56 VALUE "NOTA 4".
          05 LINE 4 COLUMN 64 VALUE "MEDIA".

      *---------------TELA REGISTRO RELATORIO DE DISCIPLINAS------------

       01 RELAT-REG-DISC.
          05 LINE WRK-LINHA COLUMN 01 PIC 9(05) FROM DISC-RM.
          05 LINE WRK-LINHA COLUMN 08 PIC 9(03) FROM DISC-COD.
          05 LINE WRK-LINHA COLUMN 14 PIC X(15) FROM DISC-NOME.
          05 LINE WRK-LINHA COLUMN 32 PIC Z9,9
             FROM DISC-NOTA-1BIMESTRE.
          05 LINE WRK-LINHA COLUMN 40 PIC Z9,9
             FROM DISC-NOTA-2BIMESTRE.
          05 LINE WRK-LINHA COLUMN 48 PIC Z9,9
             FROM DISC-NOTA-3BIMESTRE.
          05 LINE WRK-LINHA COLUMN 56 PIC Z9,9
             FROM DISC-NOTA-4BIMESTRE.
          05 LINE WRK-LINHA COLUMN 64 PIC X(04) FROM WRK-MEDIA-EDITADA.

      *-----------------------------------------------------------------


       PROCEDURE DIVISION.
       0001-PRINCIPAL  SECTION.

       PERFORM 1000-INICIAR.
       IF MODO-NOTURNO
          PERFORM 9800-CADEIA-NOTURNA
       ELSE
          PERFORM 1050-IDENTIFICA-OPERADOR THRU 1100-MONTATELA
          PERFORM 2000-PROCESSAR   UNTIL WRK-OPCAO = '9'
       END-IF.
       PERFORM 3000-FINALIZAR.
           STOP RUN.

      *---------------INICIALIZACAO-------------------------------------

       1000-INICIAR.
            ACCEPT WRK-PARM-EXEC FROM COMMAND-LINE.
            IF WRK-PARM-EXEC = 'NOTURNO'
               MOVE 'N' TO WRK-MODO-EXEC
            END-IF.
            MOVE 'S' TO CTRL-ALUNOS-OK CTRL-DISC-OK.
            OPEN INPUT CTRLVERI
              IF CTRLVERI-STATUS = 0
                 READ CTRLVERI INTO WRK-CTRL-REG
                   AT END
                      CONTINUE
                 END-READ
                 CLOSE CTRLVERI
              END-IF
            IF CTRL-ALUNOS-OK = 'N'
               DISPLAY 'ALUNOS.DAT REPROVADO NA ULTIMA VERIFICACAO'
               DISPLAY 'ARQUIVO NAO ABERTO - RESTAURE O BACKUP'
            ELSE
               OPEN I-O ALUNOS
               IF ALUNOS-STATUS = 35 THEN
                   OPEN OUTPUT ALUNOS
                   CLOSE ALUNOS
                   OPEN I-O ALUNOS
               END-IF
            END-IF
            IF CTRL-DISC-OK = 'N'
               DISPLAY 'DISCIPLI.DAT REPROVADO NA ULTIMA VERIFICACAO'
               DISPLAY 'ARQUIVO NAO ABERTO - RESTAURE O BACKUP'
            ELSE
               OPEN I-O DISCIPLINAS
               IF DISCIPLINAS-STATUS = 35 THEN
                   OPEN OUTPUT DISCIPLINAS
                   CLOSE DISCIPLINAS
                   OPEN I-O DISCIPLINAS
               END-IF
            END-IF
            OPEN I-O FREQUENCIA
              IF FREQUENCIA-STATUS = 35 THEN
                  OPEN OUTPUT FREQUENCIA
                  CLOSE FREQUENCIA
                  OPEN I-O FREQUENCIA
               END-IF
            OPEN I-O TURMAS
              IF TURMAS-STATUS = 35 THEN
                  OPEN OUTPUT TURMAS
                  CLOSE TURMAS
                  OPEN I-O TURMAS
               END-IF
            OPEN I-O RECUPERA
              IF RECUPERA-STATUS = 35 THEN
                  OPEN OUTPUT RECUPERA
                  CLOSE RECUPERA
                  OPEN I-O RECUPERA
               END-IF
            OPEN I-O PERIODOS
              IF PERIODOS-STATUS = 35 THEN
                  OPEN OUTPUT PERIODOS
                  CLOSE PERIODOS
                  OPEN I-O PERIODOS
               END-IF
            OPEN I-O CATALOGO
              IF CATALOGO-STATUS = 35 THEN
                  OPEN OUTPUT CATALOGO
                  CLOSE CATALOGO
                  OPEN I-O CATALOGO
               END-IF
            OPEN I-O PROFESSORES
              IF PROFESSORES-STATUS = 35 THEN
                  OPEN OUTPUT PROFESSORES
                  CLOSE PROFESSORES
                  OPEN I-O PROFESSORES
               END-IF
            OPEN I-O ATRIBUICAO
              IF ATRIBUICAO-STATUS = 35 THEN
                  OPEN OUTPUT ATRIBUICAO
                  CLOSE ATRIBUICAO
                  OPEN I-O ATRIBUICAO
               END-IF
            OPEN I-O USUARIOS
              IF USUARIOS-STATUS = 35 THEN
                  OPEN OUTPUT USUARIOS
                  CLOSE USUARIOS
                  OPEN I-O USUARIOS
               END-IF
            OPEN I-O OCORRENCIAS
              IF OCORRENCIAS-STATUS = 35 THEN
                  OPEN OUTPUT OCORRENCIAS
                  CLOSE OCORRENCIAS
                  OPEN I-O OCORRENCIAS
               END-IF
            OPEN I-O REGRAS
              IF REGRAS-STATUS = 35 THEN
                  OPEN OUTPUT REGRAS
                  CLOSE REGRAS
                  OPEN I-O REGRAS
               END-IF
            OPEN I-O CONSELHO
              IF CONSELHO-STATUS = 35 THEN
                  OPEN OUTPUT CONSELHO
                  CLOSE CONSELHO
                  OPEN I-O CONSELHO
               END-IF
            OPEN I-O RESPONSAVEIS
              IF RESPONSAVEIS-STATUS = 35 THEN
                  OPEN OUTPUT RESPONSAVEIS
                  CLOSE RESPONSAVEIS
                  OPEN I-O RESPONSAVEIS
               END-IF
            OPEN I-O HORARIOS
              IF HORARIOS-STATUS = 35 THEN
                  OPEN OUTPUT HORARIOS
                  CLOSE HORARIOS
                  OPEN I-O HORARIOS
               END-IF
            OPEN I-O CERTIFICADOS
              IF CERTIFICADOS-STATUS = 35 THEN
                  OPEN OUTPUT CERTIFICADOS
                  CLOSE CERTIFICADOS
                  OPEN I-O CERTIFICADOS
               END-IF
            OPEN I-O ESPERA
              IF ESPERA-STATUS = 35 THEN
                  OPEN OUTPUT ESPERA
                  CLOSE ESPERA
                  OPEN I-O ESPERA
               END-IF
            OPEN EXTEND AUDITORIA
              IF AUDITORIA-STATUS = 35 THEN
                  OPEN OUTPUT AUDITORIA
                  CLOSE AUDITORIA
                  OPEN EXTEND AUDITORIA
               END-IF.

      *---------------IDENTIFICACAO DO OPERADOR--------------------------

       1050-IDENTIFICA-OPERADOR.
            MOVE SPACES TO WRK-USU-ATUAL.
            MOVE 'C' TO WRK-PERFIL-ATUAL.
            MOVE SPACES TO USU-CODIGO.
            START USUARIOS KEY IS NOT LESS THAN USU-CODIGO
              INVALID KEY
                 CONTINUE
            END-START.
            IF USUARIOS-STATUS NOT = 0
               MOVE 'ADMIN' TO WRK-USU-ATUAL
               DISPLAY 'SEM USUARIOS CADASTRADOS, ENTRADA LIVRE'
               DISPLAY 'CADASTRE OS OPERADORES NO MODULO USUARIOS'
            ELSE
               MOVE 0 TO WRK-TENTATIVAS
               MOVE 'N' TO WRK-LOGIN-OK
               PERFORM 1060-PEDE-LOGIN
                  UNTIL LOGIN-OK OR WRK-TENTATIVAS > 2
               IF LOGIN-PENDENTE
                  DISPLAY 'ACESSO NEGADO, PROCURE A COORDENACAO'
                  PERFORM 3000-FINALIZAR
                  STOP RUN
               END-IF
            END-IF.

       1100-MONTATELA.
            DISPLAY TELA.
            ACCEPT MENU-PRINCIPAL.

      *----------------PROCESSAMENTO------------------------------------

       2000-PROCESSAR.
            PERFORM 2020-VERIFICA-ACESSO.
            IF ACESSO-NEGADO
                MOVE 'OPCAO NAO PERMITIDA P/ PERFIL' TO WRK-MSGERRO
                ACCEPT MOSTRA-ERRO
            ELSE
            EVALUATE WRK-OPCAO
             WHEN 1
                PERFORM 5000-INCLUIR-ALUNO
             WHEN 2
                PERFORM 6000-CONSULTAR-ALUNO
             CONTINUE
              WHEN 3
                PERFORM 6200-CONSULTAR-ALUNO-NOME
             CONTINUE
              WHEN 4
                PERFORM 7000-ALTERAR-ALUNO
             CONTINUE
             WHEN 5
                PERFORM 8000-EXCLUIR-ALUNO
             CONTINUE
             WHEN 6
             PERFORM 9000-RELAT-TELA
             WHEN 7
                PERFORM 4000-MODULO-DISCIPLINAS
             CONTINUE
             WHEN 8
                PERFORM 9500-EXPORTAR-CSV
             CONTINUE
             WHEN 'P'
                PERFORM 9600-MODULO-PROCESSOS
             CONTINUE
             WHEN 'A'
                PERFORM 6300-BOLETIM-ESCOLAR
             CONTINUE
             WHEN 'C'
                PERFORM 6700-CONSULTA-AUDITORIA
             CONTINUE
             WHEN 'D'
                PERFORM 3100-MODULO-FREQUENCIA
             CONTINUE
             WHEN 'E'
                PERFORM 2100-MODULO-TURMAS
             CONTINUE
             WHEN 'B'
                PERFORM 6500-HISTORICO-ESCOLAR
             CONTINUE
             WHEN 'F'
                PERFORM 2900-MODULO-PERIODOS
             CONTINUE
             WHEN 'G'
                PERFORM 8100-MODULO-PROFESSORES
             CONTINUE
             WHEN 'U'
                PERFORM 1500-MODULO-USUARIOS
             CONTINUE
             WHEN 'S'
                PERFORM 6800-SITUACAO-ALUNO
             CONTINUE
             WHEN 'O'
                PERFORM 3800-MODULO-OCORRENCIAS
             CONTINUE
             WHEN 'R'
                PERFORM 7200-MODULO-REGRAS
             CONTINUE
             WHEN 'K'
                PERFORM 5100-MODULO-CONSELHO
             CONTINUE
             WHEN 'L'
                PERFORM 5200-MODULO-RESPONSAVEIS
             CONTINUE
             WHEN 'H'
                PERFORM 5400-MODULO-HORARIOS
             CONTINUE
             WHEN 'T'
                PERFORM 5860-MODULO-CERTIFICADOS
             CONTINUE
             WHEN 'V'
                PERFORM 8800-MODULO-ESPERA
             CONTINUE
            WHEN OTHER
              IF  WRK-OPCAO NOT EQUAL 'X'
                  DISPLAY 'ENTRE COM A OPCAO CERTA'
                  END-IF
                  END-EVALUATE
            END-IF.
                  PERFORM 1100-MONTATELA.

      *---------------CONTROLE DE ACESSO POR PERFIL----------------------

       2020-VERIFICA-ACESSO.
            MOVE 'S' TO WRK-ACESSO-OK.
            EVALUATE TRUE
             WHEN PERFIL-COORDENACAO
                CONTINUE
             WHEN PERFIL-CONSULTA
                IF WRK-OPCAO NOT = '2' AND WRK-OPCAO NOT = '3'
                   AND WRK-OPCAO NOT = '6' AND WRK-OPCAO NOT = 'A'
                   AND WRK-OPCAO NOT = 'B' AND WRK-OPCAO NOT = '9'
                   AND WRK-OPCAO NOT = 'X'
                   MOVE 'N' TO WRK-ACESSO-OK
                END-IF
             WHEN PERFIL-SECRETARIA
                IF WRK-OPCAO = '5' OR WRK-OPCAO = 'P'
                   OR WRK-OPCAO = 'U' OR WRK-OPCAO = 'R'
                   MOVE 'N' TO WRK-ACESSO-OK
                END-IF
            END-EVALUATE.

      *--------------FINALIZACAO----------------------------------------

       3000-FINALIZAR.
            CLOSE ALUNOS
            CLOSE DISCIPLINAS
            CLOSE FREQUENCIA
            CLOSE TURMAS
            CLOSE RECUPERA
            CLOSE PERIODOS
            CLOSE CATALOGO
            CLOSE PROFESSORES
            CLOSE ATRIBUICAO
            CLOSE USUARIOS
            CLOSE OCORRENCIAS
            CLOSE REGRAS
            CLOSE CONSELHO
            CLOSE RESPONSAVEIS
            CLOSE HORARIOS
            CLOSE CERTIFICADOS
            CLOSE ESPERA
            CLOSE AUDITORIA.

      *---------------PEDIDO DE OPERADOR E SENHA-------------------------

       1060-PEDE-LOGIN.
            ADD 1 TO WRK-TENTATIVAS.
            MOVE SPACES TO WRK-LOGIN-COD WRK-LOGIN-SENHA.
            MOVE 'IDENTIFICACAO DE OPERADOR' TO WRK-MODULO.
            DISPLAY TELA.
            ACCEPT TELA-LOGIN.
            MOVE WRK-LOGIN-COD TO USU-CODIGO.
            READ USUARIOS
              INVALID KEY
                 DISPLAY 'OPERADOR OU SENHA INVALIDOS'
              NOT INVALID KEY
                 IF USU-SENHA = WRK-LOGIN-SENHA
                    MOVE 'S' TO WRK-LOGIN-OK
                    MOVE USU-CODIGO TO WRK-USU-ATUAL
                    MOVE USU-PERFIL TO WRK-PERFIL-ATUAL
                 ELSE
                    DISPLAY 'OPERADOR OU SENHA INVALIDOS'
                 END-IF
            END-READ.

      *-----------------MODULO DE USUARIOS--------------------------------

       1500-MODULO-USUARIOS.
            PERFORM 1510-MONTA-MENU-USU.
            PERFORM 1520-PROCESSA-USU UNTIL WRK-OPCAO-USU = '5'.

       1510-MONTA-MENU-USU.
            MOVE 'MODULO - USUARIOS' TO WRK-MODULO.
            DISPLAY TELA.
            ACCEPT MENU-USUARIOS.

       1520-PROCESSA-USU.
            EVALUATE WRK-OPCAO-USU
             WHEN 1
                PERFORM 1530-INCLUIR-USUARIO
             WHEN 2
                PERFORM 1540-CONSULTAR-USUARIO
             WHEN 3
                PERFORM 1550-ALTERAR-USUARIO
             WHEN 4
                PERFORM 1560-EXCLUIR-USUARIO
             WHEN OTHER
              IF WRK-OPCAO-USU NOT EQUAL '5'
                  DISPLAY 'ENTRE COM A OPCAO CERTA'
              END-IF
            END-EVALUATE.
            IF WRK-OPCAO-USU NOT EQUAL '5'
               PERFORM 1510-MONTA-MENU-USU
            END-IF.

      *-------------INCLUSAO DE USUARIO-----------------------------------

       1530-INCLUIR-USUARIO.
             INITIALIZE USUARIOS-REG.
             MOVE 'MODULO - INCLUIR USUARIO' TO WRK-MODULO.
            DISPLAY TELA.
             ACCEPT TELA-USUARIO.
             IF USU-CODIGO = SPACES OR USU-SENHA = SPACES
                MOVE 'CODIGO OU SENHA INVALIDO' TO WRK-MSGERRO
                ACCEPT MOSTRA-ERRO
             ELSE
              IF USU-PERFIL NOT = 'S' AND USU-PERFIL NOT = 'C'
                 AND USU-PERFIL NOT = 'Q'
                 MOVE 'PERFIL INVALIDO, USE S C OU Q' TO WRK-MSGERRO
                 ACCEPT MOSTRA-ERRO
              ELSE
               WRITE USUARIOS-REG
               INVALID KEY
                  MOVE 'USUARIO EXISTENTE' TO WRK-MSGERRO
                  ACCEPT MOSTRA-ERRO
               NOT INVALID KEY
                  MOVE 'USUARIO REGISTRADO' TO WRK-MSGERRO
                  ACCEPT MOSTRA-ERRO
               END-WRITE
              END-IF
             END-IF.

      *---------------CONSULTA DE USUARIO---------------------------------

       1540-CONSULTAR-USUARIO.
             INITIALIZE USUARIOS-REG.
             MOVE 'MODULO - CONSULTAR USUARIO' TO WRK-MODULO.
             DISPLAY TELA.
               DISPLAY TELA-USUARIO.
               ACCEPT CHAVE-USU.
                READ USUARIOS
                 INVALID KEY
                 MOVE 'USUARIO NAO ENCONTRADO' TO WRK-MSGERRO
                NOT INVALID KEY
                 MOVE 'USUARIO ENCONTRADO' TO WRK-MSGERRO
                 DISPLAY SS-DADOS-USU
                END-READ.
                 ACCEPT MOSTRA-ERRO.

      *--------------ALTERACAO DE USUARIO---------------------------------

       1550-ALTERAR-USUARIO.
             INITIALIZE USUARIOS-REG.
             MOVE 'MODULO - ALTERAR USUARIO' TO WRK-MODULO.
             DISPLAY TELA.
             DISPLAY TELA-USUARIO.
              ACCEPT CHAVE-USU.
                READ USUARIOS
                IF USUARIOS-STATUS = 0
                    ACCEPT SS-DADOS-USU
                    IF USU-PERFIL NOT = 'S' AND USU-PERFIL NOT = 'C'
                       AND USU-PERFIL NOT = 'Q'
                       MOVE 'PERFIL INVALIDO, USE S C OU Q'
                       TO WRK-MSGERRO
                       ACCEPT MOSTRA-ERRO
                    ELSE
                    REWRITE USUARIOS-REG
                    IF USUARIOS-STATUS = 0
                       MOVE 'REGISTRO DE USUARIO ALTERADO'
                       TO WRK-MSGERRO
                       ACCEPT MOSTRA-ERRO
                    ELSE
                       MOVE 'REGISTRO DE USUARIO NAO ALTERADO'
                       TO WRK-MSGERRO
                       ACCEPT MOSTRA-ERRO
                    END-IF
                    END-IF
                ELSE
                    MOVE 'USUARIO NAO ENCONTRADO'
                    TO WRK-MSGERRO
                    ACCEPT MOSTRA-ERRO
                END-IF.

      *------------------EXCLUSAO DE USUARIO------------------------------

       1560-EXCLUIR-USUARIO.
            INITIALIZE USUARIOS-REG
            MOVE 'MODULO - EXCLUIR USUARIO' TO WRK-MODULO.
             DISPLAY TELA.
                DISPLAY TELA-USUARIO
                ACCEPT CHAVE-USU.
               READ USUARIOS
                 INVALID KEY
                  MOVE 'USUARIO NAO ENCONTRADO'  TO WRK-MSGERRO
                 NOT INVALID KEY
                  MOVE 'DESEJA EXCLUIR USUARIO(S/N) ? '
                  TO WRK-MSGERRO
                   DISPLAY SS-DADOS-USU
                    ACCEPT MOSTRA-ERRO
                   IF WRK-TECLA = 'S'
                       DELETE USUARIOS
                       INVALID KEY
                       MOVE 'USUARIO NAO EXCLUIDO' TO WRK-MSGERRO
                       NOT INVALID KEY
                       MOVE 'USUARIO EXCLUIDO' TO WRK-MSGERRO
                       END-DELETE
                       ACCEPT MOSTRA-ERRO
                   END-IF
               END-READ.

      *-----------------CATALOGO OFICIAL DE DISCIPLINAS--------------------

       7100-MODULO-CATALOGO.
            PERFORM 7110-MONTA-MENU-CAT.
            PERFORM 7120-PROCESSA-CAT UNTIL WRK-OPCAO-CAT = '5'.

       7110-MONTA-MENU-CAT.
            MOVE 'MODULO - CATALOGO DISC.' TO WRK-MODULO.
            DISPLAY TELA.
            ACCEPT MENU-CATALOGO.

       7120-PROCESSA-CAT.
            EVALUATE WRK-OPCAO-CAT
             WHEN 1
                PERFORM 7130-INCLUIR-CAT
             WHEN 2
                PERFORM 7140-CONSULTAR-CAT
             WHEN 3
                PERFORM 7150-ALTERAR-CAT
             WHEN 4
                PERFORM 7160-EXCLUIR-CAT
             WHEN OTHER
              IF WRK-OPCAO-CAT NOT EQUAL '5'
                  DISPLAY 'ENTRE COM A OPCAO CERTA'
              END-IF
            END-EVALUATE.
            IF WRK-OPCAO-CAT NOT EQUAL '5'
               PERFORM 7110-MONTA-MENU-CAT
            END-IF.

      *-------------INCLUSAO NO CATALOGO----------------------------------

       7130-INCLUIR-CAT.
             INITIALIZE CATALOGO-REG.
             MOVE 'MODULO - INCLUIR CATALOGO' TO WRK-MODULO.
            DISPLAY TELA.
             ACCEPT TELA-CATALOGO.
             IF CAT-COD = 0 OR CAT-NOME = SPACES
                MOVE 'COD OU NOME INVALIDO' TO WRK-MSGERRO
                ACCEPT MOSTRA-ERRO
             ELSE
              WRITE CATALOGO-REG
              INVALID KEY
                 MOVE 'DISCIPLINA JA CATALOGADA' TO WRK-MSGERRO
                 ACCEPT MOSTRA-ERRO
              NOT INVALID KEY
                 MOVE 'DISCIPLINA CATALOGADA' TO WRK-MSGERRO
                 ACCEPT MOSTRA-ERRO
              END-WRITE
             END-IF.

      *---------------CONSULTA DO CATALOGO--------------------------------

       7140-CONSULTAR-CAT.
             INITIALIZE CATALOGO-REG.
             MOVE 'MODULO - CONSULTAR CATALOGO' TO WRK-MODULO.
             DISPLAY TELA.
               DISPLAY TELA-CATALOGO.
               ACCEPT CHAVE-CAT.
                READ CATALOGO
                 INVALID KEY
                 MOVE 'DISCIPLINA NAO CATALOGADA' TO WRK-MSGERRO
                NOT INVALID KEY
                 MOVE 'DISCIPLINA ENCONTRADA' TO WRK-MSGERRO
                 DISPLAY SS-DADOS-CAT
                END-READ.
                 ACCEPT MOSTRA-ERRO.

      *--------------ALTERACAO DO CATALOGO--------------------------------

       7150-ALTERAR-CAT.
             INITIALIZE CATALOGO-REG.
             MOVE 'MODULO - ALTERAR CATALOGO' TO WRK-MODULO.
             DISPLAY TELA.
             DISPLAY TELA-CATALOGO.
              ACCEPT CHAVE-CAT.
                READ CATALOGO
                IF CATALOGO-STATUS = 0
                    ACCEPT SS-DADOS-CAT
                    REWRITE CATALOGO-REG
                    IF CATALOGO-STATUS = 0
                       MOVE 'REGISTRO DO CATALOGO ALTERADO'
                       TO WRK-MSGERRO
                       ACCEPT MOSTRA-ERRO
                    ELSE
                       MOVE 'REGISTRO DO CATALOGO NAO ALTERADO'
                       TO WRK-MSGERRO
                       ACCEPT MOSTRA-ERRO
                    END-IF
                ELSE
                    MOVE 'DISCIPLINA NAO CATALOGADA'
                    TO WRK-MSGERRO
                    ACCEPT MOSTRA-ERRO
                END-IF.

      *------------------EXCLUSAO DO CATALOGO-----------------------------

       7160-EXCLUIR-CAT.
            INITIALIZE CATALOGO-REG
            MOVE 'MODULO - EXCLUIR CATALOGO' TO WRK-MODULO.
             DISPLAY TELA.
                DISPLAY TELA-CATALOGO
                ACCEPT CHAVE-CAT.
               READ CATALOGO
                 INVALID KEY
                  MOVE 'DISCIPLINA NAO CATALOGADA'  TO WRK-MSGERRO
                 NOT INVALID KEY
                  MOVE 'DESEJA EXCLUIR DO CATALOGO(S/N) ? '
                  TO WRK-MSGERRO
                   DISPLAY SS-DADOS-CAT
                    ACCEPT MOSTRA-ERRO
                   IF WRK-TECLA = 'S'
                       DELETE CATALOGO
                       INVALID KEY
                       MOVE 'DISCIPLINA NAO EXCLUIDA' TO WRK-MSGERRO
                       NOT INVALID KEY
                       MOVE 'DISCIPLINA EXCLUIDA' TO WRK-MSGERRO
                       END-DELETE
                       ACCEPT MOSTRA-ERRO
                   END-IF
               END-READ.

      *-----------------REGRAS DE AVALIACAO POR SERIE---------------------

       7200-MODULO-REGRAS.
            PERFORM 7210-MONTA-MENU-REG.
            PERFORM 7220-PROCESSA-REG UNTIL WRK-OPCAO-REG = '5'.

       7210-MONTA-MENU-REG.
            MOVE 'MODULO - REGRAS AVALIACAO' TO WRK-MODULO.
            DISPLAY TELA.
            ACCEPT MENU-REGRAS.

       7220-PROCESSA-REG.
            EVALUATE WRK-OPCAO-REG
             WHEN 1
                PERFORM 7230-INCLUIR-REGRA
             WHEN 2
                PERFORM 7240-CONSULTAR-REGRA
             WHEN 3
                PERFORM 7250-ALTERAR-REGRA
             WHEN 4
                PERFORM 7260-EXCLUIR-REGRA
             WHEN OTHER
              IF WRK-OPCAO-REG NOT EQUAL '5'
                  DISPLAY 'ENTRE COM A OPCAO CERTA'
              END-IF
            END-EVALUATE.
            IF WRK-OPCAO-REG NOT EQUAL '5'
               PERFORM 7210-MONTA-MENU-REG
            END-IF.

      *-------------INCLUSAO DE REGRA DE AVALIACAO------------------------

       7230-INCLUIR-REGRA.
             INITIALIZE REGRAS-REG.
             MOVE 'MODULO - INCLUIR REGRA' TO WRK-MODULO.
            DISPLAY TELA.
             ACCEPT TELA-REGRA.
             PERFORM 7265-VALIDA-REGRA.
             IF REGRA-INVALIDA
                ACCEPT MOSTRA-ERRO
             ELSE
              WRITE REGRAS-REG
              INVALID KEY
                 MOVE 'REGRA EXISTENTE' TO WRK-MSGERRO
                 ACCEPT MOSTRA-ERRO
              NOT INVALID KEY
                 MOVE 'REGRA REGISTRADA' TO WRK-MSGERRO
                 ACCEPT MOSTRA-ERRO
              END-WRITE
             END-IF.

      *---------------CONSULTA DE REGRA DE AVALIACAO----------------------

       7240-CONSULTAR-REGRA.
             INITIALIZE REGRAS-REG.
             MOVE 'MODULO - CONSULTAR REGRA' TO WRK-MODULO.
             DISPLAY TELA.
               DISPLAY TELA-REGRA.
               ACCEPT CHAVE-REG.
                READ REGRAS
                 INVALID KEY
                 MOVE 'REGRA NAO ENCONTRADA' TO WRK-MSGERRO
                NOT INVALID KEY
                 MOVE 'REGRA ENCONTRADA' TO WRK-MSGERRO
                 DISPLAY SS-DADOS-REG
                END-READ.
                 ACCEPT MOSTRA-ERRO.

      *--------------ALTERACAO DE REGRA DE AVALIACAO----------------------

       7250-ALTERAR-REGRA.
             INITIALIZE REGRAS-REG.
             MOVE 'MODULO - ALTERAR REGRA' TO WRK-MODULO.
             DISPLAY TELA.
             DISPLAY TELA-REGRA.
              ACCEPT CHAVE-REG.
                READ REGRAS
                IF REGRAS-STATUS = 0
                    ACCEPT SS-DADOS-REG
                    PERFORM 7265-VALIDA-REGRA
                    IF REGRA-INVALIDA
                       ACCEPT MOSTRA-ERRO
                    ELSE
                       REWRITE REGRAS-REG
                       IF REGRAS-STATUS = 0
                          MOVE 'REGRA ALTERADA' TO WRK-MSGERRO
                          ACCEPT MOSTRA-ERRO
                       ELSE
                          MOVE 'REGRA NAO ALTERADA' TO WRK-MSGERRO
                          ACCEPT MOSTRA-ERRO
                       END-IF
                    END-IF
                ELSE
                    MOVE 'REGRA NAO ENCONTRADA'
                    TO WRK-MSGERRO
                    ACCEPT MOSTRA-ERRO
                END-IF.

      *------------------EXCLUSAO DE REGRA DE AVALIACAO-------------------

       7260-EXCLUIR-REGRA.
            INITIALIZE REGRAS-REG
            MOVE 'MODULO - EXCLUIR REGRA' TO WRK-MODULO.
             DISPLAY TELA.
                DISPLAY TELA-REGRA
                ACCEPT CHAVE-REG.
               READ REGRAS
                 INVALID KEY
                  MOVE 'REGRA NAO ENCONTRADA'  TO WRK-MSGERRO
                 NOT INVALID KEY
                  MOVE 'DESEJA EXCLUIR REGRA(S/N) ? '
                  TO WRK-MSGERRO
                   DISPLAY SS-DADOS-REG
                    ACCEPT MOSTRA-ERRO
                   IF WRK-TECLA = 'S'
                       DELETE REGRAS
                       INVALID KEY
                       MOVE 'REGRA NAO EXCLUIDA' TO WRK-MSGERRO
                       NOT INVALID KEY
                       MOVE 'REGRA EXCLUIDA' TO WRK-MSGERRO
                       END-DELETE
                       ACCEPT MOSTRA-ERRO
                   END-IF
               END-READ.

      *-----------CONSISTENCIA DA REGRA DIGITADA---------------------------

       7265-VALIDA-REGRA.
            MOVE 'S' TO WRK-REG-VALIDA.
            IF REG-ANO = 0 OR REG-SERIE = SPACES
               MOVE 'N' TO WRK-REG-VALIDA
               MOVE 'ANO OU SERIE INVALIDO' TO WRK-MSGERRO
            END-IF.
            IF REGRA-VALIDA AND REG-COD NOT = 0
               MOVE REG-COD TO CAT-COD
               READ CATALOGO
                 INVALID KEY
                    MOVE 'N' TO WRK-REG-VALIDA
                    MOVE 'COD FORA DO CATALOGO' TO WRK-MSGERRO
               END-READ
            END-IF.
            IF REGRA-VALIDA
               IF REG-MEDIA-APROV = 0 OR REG-MEDIA-APROV > 10
                  MOVE 'N' TO WRK-REG-VALIDA
                  MOVE 'MEDIA INVALIDA, USE 0,1 A 10,0' TO WRK-MSGERRO
               END-IF
            END-IF.
            IF REGRA-VALIDA
               IF REG-FREQ-MIN = 0 OR REG-FREQ-MIN > 100
                  MOVE 'N' TO WRK-REG-VALIDA
                  MOVE 'FREQUENCIA INVALIDA, USE 1 A 100'
                  TO WRK-MSGERRO
               END-IF
            END-IF.
            IF REGRA-VALIDA
               IF REG-PESO-1BIMESTRE + REG-PESO-2BIMESTRE +
                  REG-PESO-3BIMESTRE + REG-PESO-4BIMESTRE = 0
                  MOVE 'N' TO WRK-REG-VALIDA
                  MOVE 'INFORME AO MENOS UM PESO' TO WRK-MSGERRO
               END-IF
            END-IF.
            IF REGRA-VALIDA
               IF REG-RECUP-PERMITIDA NOT = 'S'
                  AND REG-RECUP-PERMITIDA NOT = 'N'
                  MOVE 'N' TO WRK-REG-VALIDA
                  MOVE 'RECUPERACAO: USE S OU N' TO WRK-MSGERRO
               END-IF
            END-IF.

      *-----------BUSCA DA REGRA DE AVALIACAO EM VIGOR---------------------

       7270-BUSCA-REGRA.
            MOVE 'N' TO WRK-REG-ACHOU.
            MOVE WRK-REG-ANO-CHK TO REG-ANO.
            MOVE WRK-REG-SERIE-CHK TO REG-SERIE.
            MOVE WRK-REG-COD-CHK TO REG-COD.
            READ REGRAS
              INVALID KEY
                 IF WRK-REG-COD-CHK NOT = 0
                    MOVE 0 TO REG-COD
                    READ REGRAS
                      INVALID KEY
                         CONTINUE
                      NOT INVALID KEY
                         MOVE 'S' TO WRK-REG-ACHOU
                    END-READ
                 END-IF
              NOT INVALID KEY
                 MOVE 'S' TO WRK-REG-ACHOU
            END-READ.
            IF REGRA-ACHADA
               MOVE REG-MEDIA-APROV TO WRK-REGRA-MEDIA
               MOVE REG-FREQ-MIN TO WRK-REGRA-FREQ
               MOVE REG-PESO-1BIMESTRE TO WRK-REGRA-PESO1
               MOVE REG-PESO-2BIMESTRE TO WRK-REGRA-PESO2
               MOVE REG-PESO-3BIMESTRE TO WRK-REGRA-PESO3
               MOVE REG-PESO-4BIMESTRE TO WRK-REGRA-PESO4
               MOVE REG-RECUP-PERMITIDA TO WRK-REGRA-RECUP
            ELSE
               MOVE 7,0 TO WRK-REGRA-MEDIA
               MOVE 75 TO WRK-REGRA-FREQ
               MOVE 1 TO WRK-REGRA-PESO1 WRK-REGRA-PESO2
                         WRK-REGRA-PESO3 WRK-REGRA-PESO4
               MOVE 'S' TO WRK-REGRA-RECUP
            END-IF.
            COMPUTE WRK-REGRA-SOMA-PESOS = WRK-REGRA-PESO1 +
                WRK-REGRA-PESO2 + WRK-REGRA-PESO3 + WRK-REGRA-PESO4.
            IF WRK-REGRA-SOMA-PESOS = 0
               MOVE 1 TO WRK-REGRA-PESO1 WRK-REGRA-PESO2
                         WRK-REGRA-PESO3 WRK-REGRA-PESO4
               MOVE 4 TO WRK-REGRA-SOMA-PESOS
            END-IF.

      *-----------MEDIA PONDERADA PELOS PESOS DA REGRA---------------------

       7280-CALCULA-MEDIA-REGRA.
            COMPUTE WRK-REG-MEDIA-CALC =
                ((WRK-REG-NOTA1 * WRK-REGRA-PESO1) +
                 (WRK-REG-NOTA2 * WRK-REGRA-PESO2) +
                 (WRK-REG-NOTA3 * WRK-REGRA-PESO3) +
                 (WRK-REG-NOTA4 * WRK-REGRA-PESO4))
                / WRK-REGRA-SOMA-PESOS.

       7285-MEDIA-DO-ALUNO.
            MOVE ANO-LETIVO TO WRK-REG-ANO-CHK.
            MOVE SERIE-ALUNOS TO WRK-REG-SERIE-CHK.
            MOVE 0 TO WRK-REG-COD-CHK.
            PERFORM 7270-BUSCA-REGRA.
            MOVE NOTA-1BIMESTRE TO WRK-REG-NOTA1.
            MOVE NOTA-2BIMESTRE TO WRK-REG-NOTA2.
            MOVE NOTA-3BIMESTRE TO WRK-REG-NOTA3.
            MOVE NOTA-4BIMESTRE TO WRK-REG-NOTA4.
            PERFORM 7280-CALCULA-MEDIA-REGRA.
            MOVE WRK-REG-MEDIA-CALC TO WRK-MEDIA.

      *    A SERIE DO ALUNO DEVE ESTAR EM WRK-REG-SERIE-CHK
       7290-MEDIA-DA-DISCIPLINA.
            MOVE DISC-ANO TO WRK-REG-ANO-CHK.
            MOVE DISC-COD TO WRK-REG-COD-CHK.
            PERFORM 7270-BUSCA-REGRA.
            MOVE DISC-NOTA-1BIMESTRE TO WRK-REG-NOTA1.
            MOVE DISC-NOTA-2BIMESTRE TO WRK-REG-NOTA2.
            MOVE DISC-NOTA-3BIMESTRE TO WRK-REG-NOTA3.
            MOVE DISC-NOTA-4BIMESTRE TO WRK-REG-NOTA4.
            PERFORM 7280-CALCULA-MEDIA-REGRA.
            MOVE WRK-REG-MEDIA-CALC TO WRK-MEDIA-DISC.

      *-----------BUSCA DO NOME OFICIAL NO CATALOGO------------------------

       4750-BUSCA-CATALOGO.
            MOVE 'N' TO WRK-CAT-OK.
            MOVE DISC-COD TO CAT-COD.
            READ CATALOGO
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE 'S' TO WRK-CAT-OK
            END-READ.

      *-----------TESTE DE BIMESTRE FECHADO NO CONTROLE DE PERIODOS------

       4700-TESTA-PERIODO.
            MOVE 'N' TO WRK-PER-FECHADO.
            MOVE WRK-PER-ANO-CHK TO PER-ANO.
            MOVE WRK-PER-BIM-CHK TO PER-BIM.
            READ PERIODOS
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 IF PER-SITUACAO = 'F'
                    MOVE 'S' TO WRK-PER-FECHADO
                 END-IF
            END-READ.

      *-----------BLOQUEIO DE ALTERACAO DE NOTA DO ALUNO-----------------

       4710-VERIFICA-FECH-ALUNO.
            MOVE 'N' TO WRK-NOTA-BLOQUEADA.
            MOVE ANO-LETIVO TO WRK-PER-ANO-CHK.
            IF NOTA-1BIMESTRE NOT = NOTA1-ANTES
               MOVE 1 TO WRK-PER-BIM-CHK
               PERFORM 4700-TESTA-PERIODO
               IF PERIODO-FECHADO
                  MOVE 'S' TO WRK-NOTA-BLOQUEADA
               END-IF
            END-IF.
            IF NOTA-2BIMESTRE NOT = NOTA2-ANTES
               MOVE 2 TO WRK-PER-BIM-CHK
               PERFORM 4700-TESTA-PERIODO
               IF PERIODO-FECHADO
                  MOVE 'S' TO WRK-NOTA-BLOQUEADA
               END-IF
            END-IF.
            IF NOTA-3BIMESTRE NOT = NOTA3-ANTES
               MOVE 3 TO WRK-PER-BIM-CHK
               PERFORM 4700-TESTA-PERIODO
               IF PERIODO-FECHADO
                  MOVE 'S' TO WRK-NOTA-BLOQUEADA
               END-IF
            END-IF.
            IF NOTA-4BIMESTRE NOT = NOTA4-ANTES
               MOVE 4 TO WRK-PER-BIM-CHK
               PERFORM 4700-TESTA-PERIODO
               IF PERIODO-FECHADO
                  MOVE 'S' TO WRK-NOTA-BLOQUEADA
               END-IF
            END-IF.

      *-----------BLOQUEIO DE NOTA NOVA DO ALUNO EM BIM. FECHADO---------

       4720-VERIFICA-FECH-ALUNO-INC.
            MOVE 'N' TO WRK-NOTA-BLOQUEADA.
            MOVE ANO-LETIVO TO WRK-PER-ANO-CHK.
            IF NOTA-1BIMESTRE > 0
               MOVE 1 TO WRK-PER-BIM-CHK
               PERFORM 4700-TESTA-PERIODO
               IF PERIODO-FECHADO
                  MOVE 'S' TO WRK-NOTA-BLOQUEADA
               END-IF
            END-IF.
            IF NOTA-2BIMESTRE > 0
               MOVE 2 TO WRK-PER-BIM-CHK
               PERFORM 4700-TESTA-PERIODO
               IF PERIODO-FECHADO
                  MOVE 'S' TO WRK-NOTA-BLOQUEADA
               END-IF
            END-IF.
            IF NOTA-3BIMESTRE > 0
               MOVE 3 TO WRK-PER-BIM-CHK
               PERFORM 4700-TESTA-PERIODO
               IF PERIODO-FECHADO
                  MOVE 'S' TO WRK-NOTA-BLOQUEADA
               END-IF
            END-IF.
            IF NOTA-4BIMESTRE > 0
               MOVE 4 TO WRK-PER-BIM-CHK
               PERFORM 4700-TESTA-PERIODO
               IF PERIODO-FECHADO
                  MOVE 'S' TO WRK-NOTA-BLOQUEADA
               END-IF
            END-IF.

      *-----------BLOQUEIO DE ALTERACAO DE NOTA DA DISCIPLINA------------

       4730-VERIFICA-FECH-DISC.
            MOVE 'N' TO WRK-NOTA-BLOQUEADA.
            MOVE DISC-ANO TO WRK-PER-ANO-CHK.
            IF DISC-NOTA-1BIMESTRE NOT = DNOTA1-ANTES
               MOVE 1 TO WRK-PER-BIM-CHK
               PERFORM 4700-TESTA-PERIODO
               IF PERIODO-FECHADO
                  MOVE 'S' TO WRK-NOTA-BLOQUEADA
               END-IF
            END-IF.
            IF DISC-NOTA-2BIMESTRE NOT = DNOTA2-ANTES
               MOVE 2 TO WRK-PER-BIM-CHK
               PERFORM 4700-TESTA-PERIODO
               IF PERIODO-FECHADO
                  MOVE 'S' TO WRK-NOTA-BLOQUEADA
               END-IF
            END-IF.
            IF DISC-NOTA-3BIMESTRE NOT = DNOTA3-ANTES
               MOVE 3 TO WRK-PER-BIM-CHK
               PERFORM 4700-TESTA-PERIODO
               IF PERIODO-FECHADO
                  MOVE 'S' TO WRK-NOTA-BLOQUEADA
               END-IF
            END-IF.
            IF DISC-NOTA-4BIMESTRE NOT = DNOTA4-ANTES
               MOVE 4 TO WRK-PER-BIM-CHK
               PERFORM 4700-TESTA-PERIODO
               IF PERIODO-FECHADO
                  MOVE 'S' TO WRK-NOTA-BLOQUEADA
               END-IF
            END-IF.

      *-----------BLOQUEIO DE NOTA NOVA DA DISCIPLINA--------------------

       4740-VERIFICA-FECH-DISC-INC.
            MOVE 'N' TO WRK-NOTA-BLOQUEADA.
            MOVE DISC-ANO TO WRK-PER-ANO-CHK.
            IF DISC-NOTA-1BIMESTRE > 0
               MOVE 1 TO WRK-PER-BIM-CHK
               PERFORM 4700-TESTA-PERIODO
               IF PERIODO-FECHADO
                  MOVE 'S' TO WRK-NOTA-BLOQUEADA
               END-IF
            END-IF.
            IF DISC-NOTA-2BIMESTRE > 0
               MOVE 2 TO WRK-PER-BIM-CHK
               PERFORM 4700-TESTA-PERIODO
               IF PERIODO-FECHADO
                  MOVE 'S' TO WRK-NOTA-BLOQUEADA
               END-IF
            END-IF.
            IF DISC-NOTA-3BIMESTRE > 0
               MOVE 3 TO WRK-PER-BIM-CHK
               PERFORM 4700-TESTA-PERIODO
               IF PERIODO-FECHADO
                  MOVE 'S' TO WRK-NOTA-BLOQUEADA
               END-IF
            END-IF.
            IF DISC-NOTA-4BIMESTRE > 0
               MOVE 4 TO WRK-PER-BIM-CHK
               PERFORM 4700-TESTA-PERIODO
               IF PERIODO-FECHADO
                  MOVE 'S' TO WRK-NOTA-BLOQUEADA
               END-IF
            END-IF.

      *-----------VALIDACAO DAS NOTAS DOS BIMESTRES----------------------

       4800-VALIDAR-NOTAS.
            MOVE 'S' TO WRK-NOTA-VALIDA.
            IF NOTA-1BIMESTRE > 10 OR NOTA-2BIMESTRE > 10
               OR NOTA-3BIMESTRE > 10 OR NOTA-4BIMESTRE > 10
               MOVE 'N' TO WRK-NOTA-VALIDA
            END-IF.

      *-----------GRAVACAO DO LOG DE AUDITORIA DO ALUNO-------------------

       4900-GRAVA-AUDITORIA.
            ACCEPT AUD-DATA FROM DATE YYYYMMDD.
            ACCEPT AUD-HORA FROM TIME.
            MOVE WRK-USU-ATUAL TO AUD-USUARIO.
            WRITE REC-AUDITORIA FROM WRK-AUD-LIN.

      *-------------INCLUSÃO DE ALUNO-----------------------------------

       5000-INCLUIR-ALUNO.
             INITIALIZE ALUNOS-REG.
             MOVE 'MODULO - INCLUIR ALUNO' TO WRK-MODULO.
            DISPLAY TELA.
             ACCEPT TELA-REGISTRO.
             MOVE 'A' TO ALUNOS-SITUACAO.
             ACCEPT ALUNOS-DATA-SIT FROM DATE YYYYMMDD.
             PERFORM 2750-MONTA-CHAVE-TURMA.
             PERFORM 4800-VALIDAR-NOTAS.
             IF NOTAS-INVALIDAS
                MOVE 'NOTA INVALIDA, USE 0,0 A 10,0' TO WRK-MSGERRO
                ACCEPT MOSTRA-ERRO
             ELSE
              PERFORM 2700-VALIDA-TURMA
              IF TURMA-INEXISTENTE
                 MOVE 'TURMA INEXISTENTE P/ O ANO' TO WRK-MSGERRO
                 ACCEPT MOSTRA-ERRO
              ELSE
              PERFORM 2800-CONTA-ALUNOS-TURMA
              MOVE SERIE-ALUNOS TO WRK-ESP-SERIE-CHK
              MOVE ANO-LETIVO TO WRK-ESP-ANO-CHK
              PERFORM 8710-CONTA-RESERVAS
              IF WRK-QTD-NA-TURMA + WRK-ESP-RESERVADAS
                 NOT < TURMA-VAGAS
                 MOVE 'TURMA LOTADA, P/ ESPERA (S/N)?' TO WRK-MSGERRO
                 ACCEPT MOSTRA-ERRO
                 IF WRK-TECLA = 'S'
                    PERFORM 8745-ESPERA-DA-INCLUSAO
                    ACCEPT MOSTRA-ERRO
                 END-IF
              ELSE
              PERFORM 4720-VERIFICA-FECH-ALUNO-INC
              IF NOTA-BLOQUEADA
                 MOVE 'BIMESTRE FECHADO P/ NOTAS' TO WRK-MSGERRO
                 ACCEPT MOSTRA-ERRO
              ELSE
              WRITE ALUNOS-REG
              INVALID KEY
                 MOVE 'ALUNO EXISTENTE' TO WRK-MSGERRO
                  ACCEPT MOSTRA-ERRO
                  NOT INVALID KEY
                  MOVE RM-ALUNOS TO AUD-RM
                  MOVE ANO-LETIVO TO AUD-ANO
                  MOVE 'INCLUSAO' TO AUD-OPERACAO
                  MOVE SPACES TO AUD-ANTES-NOME
                  MOVE SPACES TO AUD-ANTES-SERIE
                  MOVE 0 TO AUD-ANTES-NOTA1 AUD-ANTES-NOTA2
                            AUD-ANTES-NOTA3 AUD-ANTES-NOTA4
                  MOVE NOME-ALUNOS TO AUD-DEPOIS-NOME
                  MOVE SERIE-ALUNOS TO AUD-DEPOIS-SERIE
                  MOVE NOTA-1BIMESTRE TO AUD-DEPOIS-NOTA1
                  MOVE NOTA-2BIMESTRE TO AUD-DEPOIS-NOTA2
                  MOVE NOTA-3BIMESTRE TO AUD-DEPOIS-NOTA3
                  MOVE NOTA-4BIMESTRE TO AUD-DEPOIS-NOTA4
                  PERFORM 4900-GRAVA-AUDITORIA
                  MOVE 'DESEJA INCLUIR ALUNO(S/N) ? '  TO WRK-MSGERRO
                  ACCEPT MOSTRA-ERRO
                  IF WRK-TECLA = 'S'
                  DISPLAY 'ALUNO REGISTRADO'
                  END-IF
                  END-WRITE
                  MOVE ALUNOS-STATUS TO WRK-MSGERRO
                  ACCEPT MOSTRA-ERRO
              END-IF
              END-IF
              END-IF
             END-IF.

                  DISPLAY TELA.
                 ACCEPT MENU-PRINCIPAL.

      *---------------CONSULTA DE ALUNO---------------------------------

       6000-CONSULTAR-ALUNO.
             INITIALIZE ALUNOS-REG.
             MOVE 'MODULO - CONSULTAR ALUNO' TO WRK-MODULO.
             DISPLAY TELA.
               DISPLAY TELA-REGISTRO.
               ACCEPT CHAVE.
                READ ALUNOS
                 INVALID KEY
                 MOVE 'ALUNO NAO ENCONTRADO' TO WRK-MSGERRO
                NOT INVALID KEY
                 MOVE ' ALUNO ENCONTRADO' TO WRK-MSGERRO
                 DISPLAY SS-DADOS
                END-READ.
                 ACCEPT MOSTRA-ERRO.

      *---------------CONSULTA DE ALUNO POR NOME-------------------------

       6200-CONSULTAR-ALUNO-NOME.
             INITIALIZE ALUNOS-REG.
             MOVE 'MODULO - CONSULTAR POR NOME' TO WRK-MODULO.
             DISPLAY TELA.
               DISPLAY TELA-BUSCA-NOME.
               ACCEPT CHAVE-NOME.
                READ ALUNOS KEY IS NOME-ALUNOS
                 INVALID KEY
                 MOVE 'ALUNO NAO ENCONTRADO' TO WRK-MSGERRO
                NOT INVALID KEY
                 MOVE ' ALUNO ENCONTRADO' TO WRK-MSGERRO
                 DISPLAY TELA-REGISTRO
                END-READ.
                 ACCEPT MOSTRA-ERRO.

      *--------------ALTERAÇÃO DE ALUNO---------------------------------

       7000-ALTERAR-ALUNO.
             INITIALIZE ALUNOS-REG.
             MOVE 'MODULO - ALTERAR ALUNO ' TO WRK-MODULO.
             DISPLAY TELA.
             DISPLAY TELA-REGISTRO.
              ACCEPT CHAVE.
                READ ALUNOS
                IF ALUNOS-STATUS = 0
                    MOVE RM-ALUNOS TO RM-ANTES
                    MOVE NOME-ALUNOS TO NOME-ANTES
                    MOVE SERIE-ALUNOS TO SERIE-ANTES
                    MOVE NOTA-1BIMESTRE TO NOTA1-ANTES
                    MOVE NOTA-2BIMESTRE TO NOTA2-ANTES
                    MOVE NOTA-3BIMESTRE TO NOTA3-ANTES
                    MOVE NOTA-4BIMESTRE TO NOTA4-ANTES
                    ACCEPT SS-DADOS
                    PERFORM 2750-MONTA-CHAVE-TURMA
                    PERFORM 4800-VALIDAR-NOTAS
                    IF NOTAS-INVALIDAS
                        MOVE 'NOTA INVALIDA, USE 0,0 A 10,0'
                        TO WRK-MSGERRO
                        ACCEPT MOSTRA-ERRO
                    ELSE
                    PERFORM 2700-VALIDA-TURMA
                    IF TURMA-INEXISTENTE
                        MOVE 'TURMA INEXISTENTE P/ O ANO' TO WRK-MSGERRO
                        ACCEPT MOSTRA-ERRO
                    ELSE
                    PERFORM 4710-VERIFICA-FECH-ALUNO
                    IF NOTA-BLOQUEADA
                        MOVE 'BIMESTRE FECHADO, USE RETIFICACAO'
                        TO WRK-MSGERRO
                        ACCEPT MOSTRA-ERRO
                    ELSE
                    REWRITE ALUNOS-REG
                      IF ALUNOS-STATUS = 0
                        MOVE 'REGISTRO DE ALUNO ALTERADO'TO WRK-MSGERRO
                        MOVE RM-ALUNOS TO AUD-RM
                        MOVE ANO-LETIVO TO AUD-ANO
                        MOVE 'ALTERACAO' TO AUD-OPERACAO
                        MOVE NOME-ANTES TO AUD-ANTES-NOME
                        MOVE SERIE-ANTES TO AUD-ANTES-SERIE
                        MOVE NOTA1-ANTES TO AUD-ANTES-NOTA1
                        MOVE NOTA2-ANTES TO AUD-ANTES-NOTA2
                        MOVE NOTA3-ANTES TO AUD-ANTES-NOTA3
                        MOVE NOTA4-ANTES TO AUD-ANTES-NOTA4
                        MOVE NOME-ALUNOS TO AUD-DEPOIS-NOME
                        MOVE SERIE-ALUNOS TO AUD-DEPOIS-SERIE
                        MOVE NOTA-1BIMESTRE TO AUD-DEPOIS-NOTA1
                        MOVE NOTA-2BIMESTRE TO AUD-DEPOIS-NOTA2
                        MOVE NOTA-3BIMESTRE TO AUD-DEPOIS-NOTA3
                        MOVE NOTA-4BIMESTRE TO AUD-DEPOIS-NOTA4
                        PERFORM 4900-GRAVA-AUDITORIA
                        ACCEPT MOSTRA-ERRO
                      ELSE
                        MOVE 'REGISTRO DE ALUNO NAO ALTERADO'
                        TO WRK-MSGERRO

                        ACCEPT MOSTRA-ERRO
                      END-IF
                    END-IF
                    END-IF
                    END-IF
                ELSE
                    MOVE 'REGISTRO DE ALUNO NAO ENCONTRADO  '
                    TO WRK-MSGERRO

                    ACCEPT MOSTRA-ERRO
                END-IF.

      *------------------EXCLUSÃO DE ALUNO------------------------------

       8000-EXCLUIR-ALUNO.
            INITIALIZE ALUNOS-REG
            MOVE 'MODULO - EXCLUIR ALUNO' TO WRK-MODULO.
             DISPLAY TELA.
                DISPLAY TELA-REGISTRO
                ACCEPT CHAVE.
               READ ALUNOS
                 INVALID KEY
                  MOVE 'ALUNO NAO ENCONTRADO'  TO WRK-MSGERRO
                 NOT INVALID KEY
                  PERFORM 5700-CONTA-DEPENDENTES
                  MOVE 'DESEJA EXCLUIR ALUNO(S/N) ? '  TO WRK-MSGERRO
                  IF WRK-QTD-DEPENDENTES > 0
                     MOVE WRK-QTD-DEPENDENTES TO DEP-AVI-QTD
                     MOVE WRK-DEP-AVISO TO WRK-MSGERRO
                     IF NOT PERFIL-COORDENACAO
                        MOVE 'ALUNO COM DEPENDENTES, NEGADO'
                        TO WRK-MSGERRO
                     END-IF
                  END-IF
                  MOVE RM-ALUNOS TO CERT-RM
                  MOVE ANO-LETIVO TO CERT-ANO-LETIVO
                  PERFORM 5830-BUSCA-CERT-ALUNO
                  IF CERTIFICADO-ACHADO
                     MOVE 'ALUNO COM CERTIFICADO, NEGADO'
                     TO WRK-MSGERRO
                  END-IF
                   DISPLAY SS-DADOS
                    ACCEPT MOSTRA-ERRO
                   IF WRK-TECLA = 'S' AND (WRK-QTD-DEPENDENTES = 0
                      OR PERFIL-COORDENACAO) AND CERTIFICADO-AUSENTE
                       DELETE ALUNOS
                       INVALID KEY
                       MOVE 'ALUNO NAO EXCLUIDO' TO WRK-MSGERRO
                       NOT INVALID KEY
                       MOVE 'ALUNO EXCLUIDO' TO WRK-MSGERRO
                       MOVE RM-ALUNOS TO AUD-RM
                       MOVE ANO-LETIVO TO AUD-ANO
                       MOVE 'EXCLUSAO' TO AUD-OPERACAO
                       MOVE NOME-ALUNOS TO AUD-ANTES-NOME
                       MOVE SERIE-ALUNOS TO AUD-ANTES-SERIE
                       MOVE NOTA-1BIMESTRE TO AUD-ANTES-NOTA1
                       MOVE NOTA-2BIMESTRE TO AUD-ANTES-NOTA2
                       MOVE NOTA-3BIMESTRE TO AUD-ANTES-NOTA3
                       MOVE NOTA-4BIMESTRE TO AUD-ANTES-NOTA4
                       MOVE SPACES TO AUD-DEPOIS-NOME
                       MOVE SPACES TO AUD-DEPOIS-SERIE
                       MOVE 0 TO AUD-DEPOIS-NOTA1 AUD-DEPOIS-NOTA2
                                 AUD-DEPOIS-NOTA3 AUD-DEPOIS-NOTA4
                       PERFORM 4900-GRAVA-AUDITORIA
                       IF WRK-QTD-DEPENDENTES > 0
                          PERFORM 5710-EXCLUI-DEPENDENTES
                          MOVE 'ALUNO E DEPENDENTES EXCLUIDOS'
                          TO WRK-MSGERRO
                       END-IF
                       END-DELETE
                       ACCEPT MOSTRA-ERRO
                   END-IF
               END-READ.

      *-----------------RELAÇÃO DE ALUNOS-------------------------------

       9000-RELAT-TELA.
           MOVE 'MODULO - RELACAO DE ALUNOS' TO WRK-MODULO.
            IF CTRL-ALUNOS-OK = 'N'
               MOVE 'BASE REPROVADA, RESTAURE ANTES' TO WRK-MSGERRO
               ACCEPT MOSTRA-ERRO
            ELSE
               PERFORM 9010-GERA-RELACAO
            END-IF.

       9010-GERA-RELACAO.
            MOVE 5 TO WRK-LINHA.
            MOVE 'N' TO WRK-TEM-CKPT.
            OPEN INPUT RELCKPT.
            IF RELCKPT-STATUS = 0
               READ RELCKPT INTO WRK-CKPT-KEY
                 AT END
                    CONTINUE
                 NOT AT END
                    MOVE 'S' TO WRK-TEM-CKPT
               END-READ
               CLOSE RELCKPT
            END-IF.
            DISPLAY TELA-2.
             DISPLAY RELAT-CABEC.
             IF TEM-CHECKPOINT
                DISPLAY 'RETOMANDO A PARTIR DO ULTIMO CHECKPOINT'
                OPEN EXTEND RELALUNO
             ELSE
                OPEN OUTPUT RELALUNO
                WRITE REC-RELATORIO FROM WRK-REL-CAB
             END-IF.
             MOVE 0 TO WRK-TOTAL-ALUNOS.
             MOVE SPACES TO WRK-SERIE-ANTERIOR.
             MOVE 0 TO WRK-ANO-ANTERIOR.
             CLOSE ALUNOS.
             SORT SORTALU ON ASCENDING KEY SORT-ANO SORT-SERIE SORT-RM
                  USING ALUNOS
                  OUTPUT PROCEDURE IS 9100-PROCESSA-RELATORIO.
             OPEN I-O ALUNOS.
             IF WRK-TOTAL-ALUNOS = 0
                DISPLAY "NAO ACHOU"
             END-IF
             CLOSE RELALUNO.
             OPEN OUTPUT RELCKPT.
             CLOSE RELCKPT.
             MOVE "APERTE ALGUMA TECLA" TO WRK-MSGERRO.
           ACCEPT MOSTRA-ERRO.

      *-----------PROCESSAMENTO DO RELATORIO ORDENADO POR SERIE---------

       9100-PROCESSA-RELATORIO.
            MOVE 'N' TO WRK-FIM-SORT.
            MOVE 0 TO WRK-QTD-ALUNOS-SERIE WRK-SOMA-MEDIA-SERIE
                      WRK-QTD-APROVADOS-SERIE WRK-QTD-REPROVADOS-SERIE
                      WRK-QTD-REPFREQ-SERIE.
            RETURN SORTALU AT END MOVE 'S' TO WRK-FIM-SORT.
            PERFORM UNTIL FIM-SORT
               MOVE SORT-SERIE TO ATUAL-SERIE
               MOVE SORT-ANO   TO ATUAL-ANO
               IF TEM-CHECKPOINT AND WRK-SORT-KEYNOW NOT > WRK-CKPT-KEY
                  RETURN SORTALU AT END MOVE 'S' TO WRK-FIM-SORT
               ELSE
               MOVE 'N' TO WRK-TEM-CKPT
               IF (SORT-SERIE NOT = WRK-SERIE-ANTERIOR
                  OR SORT-ANO NOT = WRK-ANO-ANTERIOR)
                  AND WRK-SERIE-ANTERIOR NOT = SPACES
                  PERFORM 9200-IMPRIME-SUBTOTAL-SERIE
                  PERFORM 9300-ATUALIZA-CHECKPOINT
                  MOVE 0 TO WRK-QTD-ALUNOS-SERIE WRK-SOMA-MEDIA-SERIE
                            WRK-QTD-APROVADOS-SERIE
                            WRK-QTD-REPROVADOS-SERIE
                            WRK-QTD-REPFREQ-SERIE
               END-IF
               MOVE SORT-RM    TO RM-ALUNOS
               MOVE SORT-ANO   TO ANO-LETIVO
               MOVE SORT-NOME  TO NOME-ALUNOS
               MOVE SORT-SERIE TO SERIE-ALUNOS
               MOVE SORT-NOTA1 TO NOTA-1BIMESTRE
               MOVE SORT-NOTA2 TO NOTA-2BIMESTRE
               MOVE SORT-NOTA3 TO NOTA-3BIMESTRE
               MOVE SORT-NOTA4 TO NOTA-4BIMESTRE
               MOVE SORT-SITUACAO TO ALUNOS-SITUACAO
               MOVE SORT-DATA-SIT TO ALUNOS-DATA-SIT
               MOVE SORT-SERIE TO WRK-SERIE-ANTERIOR
               MOVE SORT-ANO   TO WRK-ANO-ANTERIOR
               PERFORM 7285-MEDIA-DO-ALUNO
               MOVE WRK-MEDIA TO WRK-MEDIA-EDITADA
               IF ALUNO-TRANSFERIDO OR ALUNO-DESISTENTE
                  OR ALUNO-CONCLUIDO
                  EVALUATE TRUE
                   WHEN ALUNO-TRANSFERIDO
                      MOVE 'TRANSFERIDO' TO WRK-MEDIA-STATUS
                   WHEN ALUNO-DESISTENTE
                      MOVE 'DESISTENTE' TO WRK-MEDIA-STATUS
                   WHEN ALUNO-CONCLUIDO
                      MOVE 'CONCLUIDO' TO WRK-MEDIA-STATUS
                  END-EVALUATE
               ELSE
                  PERFORM 9090-CALCULA-STATUS-FINAL
                  EVALUATE WRK-MEDIA-STATUS
                   WHEN 'REPROVADO-FREQ'
                      ADD 1 TO WRK-QTD-REPFREQ-SERIE
                   WHEN 'APROVADO'
                      ADD 1 TO WRK-QTD-APROVADOS-SERIE
                   WHEN 'APROVADO-REC'
                      ADD 1 TO WRK-QTD-APROVADOS-SERIE
                   WHEN 'APROVADO-CONS'
                      ADD 1 TO WRK-QTD-APROVADOS-SERIE
                   WHEN OTHER
                      ADD 1 TO WRK-QTD-REPROVADOS-SERIE
                  END-EVALUATE
                  ADD 1 TO WRK-QTD-ALUNOS-SERIE
                  ADD WRK-MEDIA TO WRK-SOMA-MEDIA-SERIE
               END-IF
               DISPLAY RELAT-REG
               MOVE SPACES TO WRK-REL-LIN
               MOVE RM-ALUNOS TO REL-RM
               MOVE ANO-LETIVO TO REL-ANO
               MOVE NOME-ALUNOS TO REL-NOME
               MOVE SERIE-ALUNOS TO REL-SERIE
               MOVE NOTA-1BIMESTRE TO REL-NOTA1
               MOVE NOTA-2BIMESTRE TO REL-NOTA2
               MOVE NOTA-3BIMESTRE TO REL-NOTA3
               MOVE NOTA-4BIMESTRE TO REL-NOTA4
               MOVE WRK-MEDIA TO REL-MEDIA
               MOVE WRK-MEDIA-STATUS TO REL-STATUS
               WRITE REC-RELATORIO FROM WRK-REL-LIN
               ADD 1 TO WRK-LINHA
               ADD 1 TO WRK-TOTAL-ALUNOS
               RETURN SORTALU AT END MOVE 'S' TO WRK-FIM-SORT
               END-IF
            END-PERFORM.
            IF WRK-SERIE-ANTERIOR NOT = SPACES
               PERFORM 9200-IMPRIME-SUBTOTAL-SERIE
               PERFORM 9300-ATUALIZA-CHECKPOINT
            END-IF.

      *---------------SUBTOTAL DE APROVACAO POR TURMA--------------------

       9200-IMPRIME-SUBTOTAL-SERIE.
            IF WRK-QTD-ALUNOS-SERIE > 0
               COMPUTE WRK-MEDIA-SERIE =
                   WRK-SOMA-MEDIA-SERIE / WRK-QTD-ALUNOS-SERIE
            ELSE
               MOVE 0 TO WRK-MEDIA-SERIE
            END-IF.
            MOVE WRK-MEDIA-SERIE TO WRK-MEDIA-SERIE-EDITADA.
            DISPLAY RELAT-SUBTOTAL.
            ADD 1 TO WRK-LINHA.
            MOVE SPACES TO WRK-REL-SUBTOT.
            MOVE SERIE-ALUNOS TO SUB-SERIE.
            MOVE WRK-MEDIA-SERIE-EDITADA TO SUB-MEDIA.
            MOVE WRK-QTD-APROVADOS-SERIE TO SUB-APROVADOS.
            MOVE WRK-QTD-REPROVADOS-SERIE TO SUB-REPROVADOS.
            MOVE 'REP.FREQ: ' TO SUB-ROT-FREQ.
            MOVE WRK-QTD-REPFREQ-SERIE TO SUB-REPFREQ.
            WRITE REC-RELATORIO FROM WRK-REL-SUBTOT.
            MOVE SERIE-ALUNOS TO TURMA-SERIE.
            MOVE ANO-LETIVO TO TURMA-ANO.
            READ TURMAS
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 DISPLAY RELAT-TURMA-INFO
                 ADD 1 TO WRK-LINHA
                 MOVE SPACES TO WRK-REL-TURMA-LIN
                 MOVE 'DESC: ' TO TUR-LIN-ROT1
                 MOVE TURMA-DESCRICAO TO TUR-LIN-DESC
                 MOVE 'PROF: ' TO TUR-LIN-ROT2
                 PERFORM 8340-PROF-DA-TURMA
                 MOVE WRK-PROF-TURMA TO TUR-LIN-PROF
                 WRITE REC-RELATORIO FROM WRK-REL-TURMA-LIN
            END-READ.

      *---------------GRAVACAO DO CHECKPOINT DO RELATORIO-----------------

       9300-ATUALIZA-CHECKPOINT.
            MOVE SERIE-ALUNOS TO CKPT-SERIE.
            MOVE ANO-LETIVO TO CKPT-ANO.
            OPEN OUTPUT RELCKPT.
            WRITE REC-CKPT FROM WRK-CKPT-KEY.
            CLOSE RELCKPT.

      *-----------------EXPORTACAO DO CADASTRO PARA CSV-------------------

       9500-EXPORTAR-CSV.
            MOVE 'MODULO - EXPORTAR CSV' TO WRK-MODULO.
            DISPLAY TELA-2.
            IF CTRL-ALUNOS-OK = 'N'
               MOVE 'BASE REPROVADA, RESTAURE ANTES' TO WRK-MSGERRO
               ACCEPT MOSTRA-ERRO
            ELSE
               PERFORM 9510-EXECUTA-EXPORTACAO
            END-IF.

       9510-EXECUTA-EXPORTACAO.
            OPEN OUTPUT CSVALUNO.
            MOVE SPACES TO REC-CSV.
            STRING 'RM,ANO,NOME,SERIE,NOTA1,NOTA2,NOTA3,NOTA4,MEDIA,'
                DELIMITED BY SIZE
                'STATUS' DELIMITED BY SIZE INTO REC-CSV.
            WRITE REC-CSV.
            MOVE LOW-VALUES TO ALUNOS-CHAVE.
            START ALUNOS KEY IS NOT LESS THAN ALUNOS-CHAVE
              INVALID KEY
                 DISPLAY "NAO ACHOU"
            END-START.
            IF ALUNOS-STATUS = 0
               PERFORM 9550-GRAVA-LINHA-CSV
                  UNTIL ALUNOS-STATUS NOT = 0
            END-IF.
            CLOSE CSVALUNO.
            MOVE "EXPORTACAO CONCLUIDA, APERTE UMA TECLA"
            TO WRK-MSGERRO.
            ACCEPT MOSTRA-ERRO.

       9550-GRAVA-LINHA-CSV.
            READ ALUNOS NEXT RECORD
              AT END
                 CONTINUE
              NOT AT END
                 PERFORM 7285-MEDIA-DO-ALUNO
                 MOVE WRK-MEDIA TO WRK-MEDIA-EDITADA
                 PERFORM 9090-CALCULA-STATUS-FINAL
                 MOVE NOTA-1BIMESTRE TO WRK-CSV-NOTA1
                 MOVE NOTA-2BIMESTRE TO WRK-CSV-NOTA2
                 MOVE NOTA-3BIMESTRE TO WRK-CSV-NOTA3
                 MOVE NOTA-4BIMESTRE TO WRK-CSV-NOTA4
                 MOVE SPACES TO REC-CSV
                 STRING RM-ALUNOS      DELIMITED BY SIZE
                        ','            DELIMITED BY SIZE
                        ANO-LETIVO     DELIMITED BY SIZE
                        ','            DELIMITED BY SIZE
                        NOME-ALUNOS    DELIMITED BY SIZE
                        ','            DELIMITED BY SIZE
                        SERIE-ALUNOS   DELIMITED BY SIZE
                        ','            DELIMITED BY SIZE
                        '"'            DELIMITED BY SIZE
                        WRK-CSV-NOTA1  DELIMITED BY SIZE
                        '"'            DELIMITED BY SIZE
                        ','            DELIMITED BY SIZE
                        '"'            DELIMITED BY SIZE
                        WRK-CSV-NOTA2  DELIMITED BY SIZE
                        '"'            DELIMITED BY SIZE
                        ','            DELIMITED BY SIZE
                        '"'            DELIMITED BY SIZE
                        WRK-CSV-NOTA3  DELIMITED BY SIZE
                        '"'            DELIMITED BY SIZE
                        ','            DELIMITED BY SIZE
                        '"'            DELIMITED BY SIZE
                        WRK-CSV-NOTA4  DELIMITED BY SIZE
                        '"'            DELIMITED BY SIZE
                        ','            DELIMITED BY SIZE
                        '"'            DELIMITED BY SIZE
                        WRK-MEDIA-EDITADA DELIMITED BY SIZE
                        '"'            DELIMITED BY SIZE
                        ','            DELIMITED BY SIZE
                        WRK-MEDIA-STATUS DELIMITED BY SIZE
                        INTO REC-CSV
                 WRITE REC-CSV
            END-READ.

      *-----------------MODULO DE DISCIPLINAS----------------------------

       4000-MODULO-DISCIPLINAS.
            PERFORM 4050-MONTA-MENU-DISC.
            PERFORM 4100-PROCESSA-DISC UNTIL WRK-OPCAO-DISC = '6'.

       4050-MONTA-MENU-DISC.
            MOVE 'MODULO - DISCIPLINAS' TO WRK-MODULO.
            DISPLAY TELA.
            ACCEPT MENU-DISCIPLINAS.

       4100-PROCESSA-DISC.
            EVALUATE WRK-OPCAO-DISC
             WHEN 1
                PERFORM 4200-INCLUIR-DISCIPLINA
             WHEN 2
                PERFORM 4300-CONSULTAR-DISCIPLINA
             WHEN 3
                PERFORM 4400-ALTERAR-DISCIPLINA
             WHEN 4
                PERFORM 4500-EXCLUIR-DISCIPLINA
             WHEN 5
                PERFORM 4600-RELAT-DISCIPLINAS
             WHEN 7
                PERFORM 7100-MODULO-CATALOGO
             WHEN OTHER
              IF WRK-OPCAO-DISC NOT EQUAL '6'
                  DISPLAY 'ENTRE COM A OPCAO CERTA'
              END-IF
            END-EVALUATE.
            IF WRK-OPCAO-DISC NOT EQUAL '6'
               PERFORM 4050-MONTA-MENU-DISC
            END-IF.

      *-----------VALIDACAO DAS NOTAS DAS DISCIPLINAS--------------------

       4850-VALIDAR-NOTAS-DISC.
            MOVE 'S' TO WRK-NOTA-VALIDA-DISC.
            IF DISC-NOTA-1BIMESTRE > 10 OR DISC-NOTA-2BIMESTRE > 10
               OR DISC-NOTA-3BIMESTRE > 10 OR DISC-NOTA-4BIMESTRE > 10
               MOVE 'N' TO WRK-NOTA-VALIDA-DISC
            END-IF.

      *-------------INCLUSÃO DE DISCIPLINA--------------------------------

       4200-INCLUIR-DISCIPLINA.
             INITIALIZE DISCIPLINAS-REG.
             INITIALIZE ALUNOS-REG.
             MOVE 'MODULO - INCLUIR DISCIPLINA' TO WRK-MODULO.
            DISPLAY TELA.
             ACCEPT TELA-DISCIPLINA.
             MOVE DISC-RM TO RM-ALUNOS.
             MOVE WRK-ANO-DISC TO ANO-LETIVO.
             MOVE WRK-ANO-DISC TO DISC-ANO.
             READ ALUNOS
             INVALID KEY
                MOVE 'ALUNO NAO ENCONTRADO' TO WRK-MSGERRO
                ACCEPT MOSTRA-ERRO
             NOT INVALID KEY
                PERFORM 4750-BUSCA-CATALOGO
                IF CATALOGO-INEXISTENTE
                   MOVE 'COD FORA DO CATALOGO' TO WRK-MSGERRO
                   ACCEPT MOSTRA-ERRO
                ELSE
                MOVE CAT-NOME TO DISC-NOME
                PERFORM 4850-VALIDAR-NOTAS-DISC
                IF NOTAS-DISC-INVALIDAS
                   MOVE 'NOTA INVALIDA, USE 0,0 A 10,0' TO WRK-MSGERRO
                   ACCEPT MOSTRA-ERRO
                ELSE
                 PERFORM 4740-VERIFICA-FECH-DISC-INC
                 IF NOTA-BLOQUEADA
                    MOVE 'BIMESTRE FECHADO P/ NOTAS' TO WRK-MSGERRO
                    ACCEPT MOSTRA-ERRO
                 ELSE
                 WRITE DISCIPLINAS-REG
                 INVALID KEY
                    MOVE 'DISCIPLINA EXISTENTE' TO WRK-MSGERRO
                    ACCEPT MOSTRA-ERRO
                 NOT INVALID KEY
                    MOVE 'DISCIPLINA REGISTRADA' TO WRK-MSGERRO
                    ACCEPT MOSTRA-ERRO
                 END-WRITE
                 END-IF
                END-IF
                END-IF
             END-READ.

      *---------------CONSULTA DE DISCIPLINA------------------------------

       4300-CONSULTAR-DISCIPLINA.
             INITIALIZE DISCIPLINAS-REG.
             MOVE 'MODULO - CONSULTAR DISCIPLINA' TO WRK-MODULO.
             DISPLAY TELA.
               DISPLAY TELA-DISCIPLINA.
               ACCEPT CHAVE-DISC.
               MOVE WRK-ANO-DISC TO DISC-ANO.
                READ DISCIPLINAS
                 INVALID KEY
                 MOVE 'DISCIPLINA NAO ENCONTRADA' TO WRK-MSGERRO
                NOT INVALID KEY
                 MOVE 'DISCIPLINA ENCONTRADA' TO WRK-MSGERRO
                 DISPLAY SS-DADOS-DISC
                END-READ.
                 ACCEPT MOSTRA-ERRO.

      *--------------ALTERAÇÃO DE DISCIPLINA------------------------------

       4400-ALTERAR-DISCIPLINA.
             INITIALIZE DISCIPLINAS-REG.
             MOVE 'MODULO - ALTERAR DISCIPLINA' TO WRK-MODULO.
             DISPLAY TELA.
             DISPLAY TELA-DISCIPLINA.
              ACCEPT CHAVE-DISC.
              MOVE WRK-ANO-DISC TO DISC-ANO.
                READ DISCIPLINAS
                IF DISCIPLINAS-STATUS = 0
                    PERFORM 4750-BUSCA-CATALOGO
                    IF CATALOGO-INEXISTENTE
                       MOVE 'COD FORA DO CATALOGO' TO WRK-MSGERRO
                       ACCEPT MOSTRA-ERRO
                    ELSE
                    MOVE DISC-NOTA-1BIMESTRE TO DNOTA1-ANTES
                    MOVE DISC-NOTA-2BIMESTRE TO DNOTA2-ANTES
                    MOVE DISC-NOTA-3BIMESTRE TO DNOTA3-ANTES
                    MOVE DISC-NOTA-4BIMESTRE TO DNOTA4-ANTES
                    ACCEPT SS-DADOS-DISC
                    MOVE CAT-NOME TO DISC-NOME
                    PERFORM 4850-VALIDAR-NOTAS-DISC
                    IF NOTAS-DISC-INVALIDAS
                        MOVE 'NOTA INVALIDA, USE 0,0 A 10,0'
                        TO WRK-MSGERRO
                        ACCEPT MOSTRA-ERRO
                    ELSE
                    PERFORM 4730-VERIFICA-FECH-DISC
                    IF NOTA-BLOQUEADA
                        MOVE 'BIMESTRE FECHADO, USE RETIFICACAO'
                        TO WRK-MSGERRO
                        ACCEPT MOSTRA-ERRO
                    ELSE
                    REWRITE DISCIPLINAS-REG
                      IF DISCIPLINAS-STATUS = 0
                        MOVE 'REGISTRO DE DISCIPLINA ALTERADO'
                        TO WRK-MSGERRO
                        ACCEPT MOSTRA-ERRO
                      ELSE
                        MOVE 'REGISTRO DE DISCIPLINA NAO ALTERADO'
                        TO WRK-MSGERRO
                        ACCEPT MOSTRA-ERRO
                      END-IF
                    END-IF
                    END-IF
                    END-IF
                ELSE
                    MOVE 'REGISTRO DE DISCIPLINA NAO ENCONTRADO'
                    TO WRK-MSGERRO
                    ACCEPT MOSTRA-ERRO
                END-IF.

      *------------------EXCLUSÃO DE DISCIPLINA----------------------------

       4500-EXCLUIR-DISCIPLINA.
            INITIALIZE DISCIPLINAS-REG
            MOVE 'MODULO - EXCLUIR DISCIPLINA' TO WRK-MODULO.
             DISPLAY TELA.
                DISPLAY TELA-DISCIPLINA
                ACCEPT CHAVE-DISC.
               MOVE WRK-ANO-DISC TO DISC-ANO.
               READ DISCIPLINAS
                 INVALID KEY
                  MOVE 'DISCIPLINA NAO ENCONTRADA'  TO WRK-MSGERRO
                 NOT INVALID KEY
                  MOVE 'DESEJA EXCLUIR DISCIPLINA(S/N) ? '
                  TO WRK-MSGERRO
                   DISPLAY SS-DADOS-DISC
                    ACCEPT MOSTRA-ERRO
                   IF WRK-TECLA = 'S'
                       DELETE DISCIPLINAS
                       INVALID KEY
                       MOVE 'DISCIPLINA NAO EXCLUIDA' TO WRK-MSGERRO
                       NOT INVALID KEY
                       MOVE 'DISCIPLINA EXCLUIDA' TO WRK-MSGERRO
                       END-DELETE
                       ACCEPT MOSTRA-ERRO
                   END-IF
               END-READ.

      *-----------------RELATORIO DE DISCIPLINAS--------------------------

       4600-RELAT-DISCIPLINAS.
            MOVE 'MODULO - RELATORIO DISCIPLINAS' TO WRK-MODULO.
            MOVE 5 TO WRK-LINHA.
            DISPLAY TELA-2.
            DISPLAY RELAT-CABEC-DISC.
            MOVE LOW-VALUES TO DISCIPLINAS-CHAVE.
            START DISCIPLINAS KEY IS NOT LESS THAN DISCIPLINAS-CHAVE
              INVALID KEY
                 DISPLAY "NAO ACHOU"
            END-START.
            IF DISCIPLINAS-STATUS = 0
               PERFORM 4650-LISTA-DISCIPLINAS
                  UNTIL DISCIPLINAS-STATUS NOT = 0
            END-IF.
            MOVE "APERTE ALGUMA TECLA" TO WRK-MSGERRO.
            ACCEPT MOSTRA-ERRO.

       4650-LISTA-DISCIPLINAS.
            READ DISCIPLINAS NEXT RECORD
              AT END
                 CONTINUE
              NOT AT END
                 MOVE DISC-RM TO RM-ALUNOS
                 MOVE DISC-ANO TO ANO-LETIVO
                 READ ALUNOS
                   INVALID KEY
                      MOVE SPACES TO SERIE-ALUNOS
                 END-READ
                 MOVE SERIE-ALUNOS TO WRK-REG-SERIE-CHK
                 PERFORM 7290-MEDIA-DA-DISCIPLINA
                 MOVE WRK-MEDIA-DISC TO WRK-MEDIA
                 MOVE WRK-MEDIA TO WRK-MEDIA-EDITADA
                 DISPLAY RELAT-REG-DISC
                 ADD 1 TO WRK-LINHA
            END-READ.

      *-----------------MODULO DE PROCESSOS BATCH-------------------------

       9600-MODULO-PROCESSOS.
            PERFORM 9605-MONTA-MENU-PROC.
            PERFORM 9610-PROCESSA-PROC UNTIL WRK-OPCAO-PROC = '9'.

       9605-MONTA-MENU-PROC.
            MOVE 'MODULO - PROCESSOS BATCH' TO WRK-MODULO.
            DISPLAY TELA.
            ACCEPT MENU-PROCESSOS.

       9610-PROCESSA-PROC.
            EVALUATE WRK-OPCAO-PROC
             WHEN 1
                PERFORM 9620-PROMOVER-ANO
             WHEN 2
                PERFORM 9640-MOVIMENTO-NOTAS
             WHEN 3
                PERFORM 9660-RECONCILIA-NOTAS
             WHEN 4
                PERFORM 9675-BACKUP-ARQUIVOS
             WHEN 5
                PERFORM 9684-RESTAURA-ARQUIVOS
             WHEN 6
                PERFORM 8500-GERA-CONVOCACAO
             WHEN 7
                PERFORM 8600-LANCA-RECUPERACAO
             WHEN 8
                PERFORM 9710-CRITICA-FECHAMENTO
             WHEN 'E'
                PERFORM 9740-ESTATISTICA-DESEMPENHO
             WHEN 'X'
                PERFORM 9760-EXPORTA-CENSO
             WHEN 'M'
                PERFORM 9770-IMPORTA-MATRICULAS
             WHEN 'R'
                PERFORM 9780-RISCO-REPROVACAO
             WHEN 'C'
                PERFORM 5300-EMITE-COMUNICADOS
             WHEN 'H'
                PERFORM 5500-GRADE-HORARIA
             WHEN 'I'
                PERFORM 5600-INTEGRIDADE-REFERENCIAL
             WHEN 'D'
                PERFORM 5750-CONVERTE-NOTAS
             WHEN 'G'
                PERFORM 5800-GERA-CERTIFICADOS
             WHEN OTHER
              IF WRK-OPCAO-PROC NOT EQUAL '9'
                  DISPLAY 'ENTRE COM A OPCAO CERTA'
              END-IF
            END-EVALUATE.
            IF WRK-OPCAO-PROC NOT EQUAL '9'
               PERFORM 9605-MONTA-MENU-PROC
            END-IF.

      *-----------PROMOCAO DOS ALUNOS PARA O PROXIMO ANO LETIVO-----------

       9620-PROMOVER-ANO.
            MOVE 'MODULO - PROMOCAO DE ANO' TO WRK-MODULO.
            DISPLAY TELA.
            IF CTRL-ALUNOS-OK = 'N'
               MOVE 'BASE REPROVADA, RESTAURE ANTES' TO WRK-MSGERRO
               ACCEPT MOSTRA-ERRO
            ELSE
               PERFORM 9621-EXECUTA-PROMOCAO
            END-IF.

       9621-EXECUTA-PROMOCAO.
            MOVE 0 TO WRK-ANO-PROMOCAO.
            ACCEPT TELA-PROMOCAO.
            IF WRK-ANO-PROMOCAO = 0
               MOVE 'ANO LETIVO INVALIDO' TO WRK-MSGERRO
               ACCEPT MOSTRA-ERRO
            ELSE
               COMPUTE WRK-ANO-SEGUINTE = WRK-ANO-PROMOCAO + 1
               MOVE 0 TO WRK-QTD-PROMOVIDOS WRK-QTD-RETIDOS
                         WRK-QTD-EGRESSOS WRK-QTD-JA-EXISTENTES
                         WRK-QTD-SERIE-INVAL WRK-QTD-SIT-ESPECIAL
               OPEN OUTPUT PROMOREL
               MOVE 'N' TO WRK-FIM-ALUNOS
               MOVE LOW-VALUES TO ALUNOS-CHAVE
               START ALUNOS KEY IS NOT LESS THAN ALUNOS-CHAVE
                 INVALID KEY
                    MOVE 'S' TO WRK-FIM-ALUNOS
               END-START
               IF ALUNOS-STATUS NOT = 0
                  MOVE 'S' TO WRK-FIM-ALUNOS
               END-IF
               PERFORM 9625-PROMOVE-ALUNO UNTIL FIM-ALUNOS
               PERFORM 9628-GRAVA-TOTAIS-PROMOCAO
               CLOSE PROMOREL
               MOVE 'PROMOCAO CONCLUIDA, VEJA PROMOREL' TO WRK-MSGERRO
               ACCEPT MOSTRA-ERRO
            END-IF.

       9625-PROMOVE-ALUNO.
            READ ALUNOS NEXT RECORD
              AT END
                 MOVE 'S' TO WRK-FIM-ALUNOS
              NOT AT END
                 IF ANO-LETIVO = WRK-ANO-PROMOCAO
                    IF ALUNO-TRANSFERIDO OR ALUNO-DESISTENTE
                       OR ALUNO-CONCLUIDO
                       PERFORM 9630-GRAVA-SIT-ESPECIAL
                    ELSE
                       PERFORM 9626-CLASSIFICA-ALUNO
                    END-IF
                 END-IF
            END-READ.

       9626-CLASSIFICA-ALUNO.
            PERFORM 7285-MEDIA-DO-ALUNO.
            PERFORM 9090-CALCULA-STATUS-FINAL.
            MOVE SERIE-ALUNOS TO WRK-SERIE-NOVA.
            IF WRK-MEDIA-STATUS = 'APROVADO'
               OR WRK-MEDIA-STATUS = 'APROVADO-REC'
               OR WRK-MEDIA-STATUS = 'APROVADO-CONS'
               IF WRK-SERIE-NOVA-GRAU NOT NUMERIC
                  PERFORM 9629-GRAVA-LINHA-PROMOCAO
                  ADD 1 TO WRK-QTD-SERIE-INVAL
               ELSE
                  IF WRK-SERIE-NOVA-GRAU = 9
                     MOVE SPACES TO WRK-PROM-LIN
                     MOVE 'EGRESSO        ' TO PROM-TEXTO
                     MOVE RM-ALUNOS TO PROM-RM
                     MOVE NOME-ALUNOS TO PROM-NOME
                     MOVE SERIE-ALUNOS TO PROM-SERIE
                     WRITE REC-PROMOREL FROM WRK-PROM-LIN
                     ADD 1 TO WRK-QTD-EGRESSOS
                  ELSE
                     ADD 1 TO WRK-SERIE-NOVA-GRAU
                     PERFORM 9627-GRAVA-ALUNO-NOVO
                     IF GRAVOU-NOVO
                        ADD 1 TO WRK-QTD-PROMOVIDOS
                     END-IF
                  END-IF
               END-IF
            ELSE
               PERFORM 9627-GRAVA-ALUNO-NOVO
               IF GRAVOU-NOVO
                  ADD 1 TO WRK-QTD-RETIDOS
               END-IF
            END-IF.

       9627-GRAVA-ALUNO-NOVO.
            MOVE 'S' TO WRK-GRAVOU-NOVO.
            MOVE WRK-ANO-SEGUINTE TO ANO-LETIVO.
            MOVE WRK-SERIE-NOVA TO SERIE-ALUNOS.
            MOVE ZEROS TO NOTA-1BIMESTRE NOTA-2BIMESTRE
                          NOTA-3BIMESTRE NOTA-4BIMESTRE.
            MOVE 'A' TO ALUNOS-SITUACAO.
            ACCEPT ALUNOS-DATA-SIT FROM DATE YYYYMMDD.
            PERFORM 2750-MONTA-CHAVE-TURMA.
            WRITE ALUNOS-REG
              INVALID KEY
                 MOVE 'N' TO WRK-GRAVOU-NOVO
                 ADD 1 TO WRK-QTD-JA-EXISTENTES
            END-WRITE.

       9628-GRAVA-TOTAIS-PROMOCAO.
            MOVE SPACES TO WRK-PROM-TOT.
            MOVE 'PROMOVIDOS.....:' TO PROM-TOT-TEXTO.
            MOVE WRK-QTD-PROMOVIDOS TO PROM-TOT-QTD.
            WRITE REC-PROMOREL FROM WRK-PROM-TOT.
            MOVE 'RETIDOS........:' TO PROM-TOT-TEXTO.
            MOVE WRK-QTD-RETIDOS TO PROM-TOT-QTD.
            WRITE REC-PROMOREL FROM WRK-PROM-TOT.
            MOVE 'EGRESSOS.......:' TO PROM-TOT-TEXTO.
            MOVE WRK-QTD-EGRESSOS TO PROM-TOT-QTD.
            WRITE REC-PROMOREL FROM WRK-PROM-TOT.
            MOVE 'JA EXISTENTES..:' TO PROM-TOT-TEXTO.
            MOVE WRK-QTD-JA-EXISTENTES TO PROM-TOT-QTD.
            WRITE REC-PROMOREL FROM WRK-PROM-TOT.
            MOVE 'SERIE INVALIDA.:' TO PROM-TOT-TEXTO.
            MOVE WRK-QTD-SERIE-INVAL TO PROM-TOT-QTD.
            WRITE REC-PROMOREL FROM WRK-PROM-TOT.
            MOVE 'SIT. ESPECIAL..:' TO PROM-TOT-TEXTO.
            MOVE WRK-QTD-SIT-ESPECIAL TO PROM-TOT-QTD.
            WRITE REC-PROMOREL FROM WRK-PROM-TOT.
            DISPLAY 'PROMOVIDOS: ' WRK-QTD-PROMOVIDOS
                    ' RETIDOS: ' WRK-QTD-RETIDOS
                    ' EGRESSOS: ' WRK-QTD-EGRESSOS.

       9629-GRAVA-LINHA-PROMOCAO.
            MOVE SPACES TO WRK-PROM-LIN.
            MOVE 'SERIE INVALIDA ' TO PROM-TEXTO.
            MOVE RM-ALUNOS TO PROM-RM.
            MOVE NOME-ALUNOS TO PROM-NOME.
            MOVE SERIE-ALUNOS TO PROM-SERIE.
            WRITE REC-PROMOREL FROM WRK-PROM-LIN.

       9630-GRAVA-SIT-ESPECIAL.
            MOVE SPACES TO WRK-PROM-LIN.
            EVALUATE TRUE
             WHEN ALUNO-TRANSFERIDO
                MOVE 'TRANSFERIDO    ' TO PROM-TEXTO
             WHEN ALUNO-DESISTENTE
                MOVE 'DESISTENTE     ' TO PROM-TEXTO
             WHEN ALUNO-CONCLUIDO
                MOVE 'CONCLUIDO      ' TO PROM-TEXTO
            END-EVALUATE.
            MOVE RM-ALUNOS TO PROM-RM.
            MOVE NOME-ALUNOS TO PROM-NOME.
            MOVE SERIE-ALUNOS TO PROM-SERIE.
            WRITE REC-PROMOREL FROM WRK-PROM-LIN.
            ADD 1 TO WRK-QTD-SIT-ESPECIAL.

      *-----------MOVIMENTO BATCH DE NOTAS (ARQUIVO DE TRANSACOES)--------

       9640-MOVIMENTO-NOTAS.
            MOVE 'MODULO - MOVIMENTO NOTAS' TO WRK-MODULO.
            DISPLAY TELA-2.
            IF CTRL-ALUNOS-OK = 'N' OR CTRL-DISC-OK = 'N'
               MOVE 'BASE REPROVADA, RESTAURE ANTES' TO WRK-MSGERRO
               ACCEPT MOSTRA-ERRO
            ELSE
               PERFORM 9641-EXECUTA-MOVIMENTO
            END-IF.

       9641-EXECUTA-MOVIMENTO.
            MOVE 0 TO WRK-QTD-MOV-ACEITOS WRK-QTD-MOV-REJEITADOS.
            OPEN INPUT MOVIMENTO.
            IF MOVIMENTO-STATUS NOT = 0
               MOVE 'MOVIMENT.TXT NAO ENCONTRADO' TO WRK-MSGERRO
               ACCEPT MOSTRA-ERRO
            ELSE
               OPEN OUTPUT MOVRELAT
               MOVE 'N' TO WRK-FIM-MOVIMENTO
               PERFORM 9642-PROCESSA-MOVIMENTO UNTIL FIM-MOVIMENTO
               PERFORM 9658-GRAVA-TOTAIS-MOV
               CLOSE MOVRELAT
               CLOSE MOVIMENTO
               MOVE 'MOVIMENTO CONCLUIDO, VEJA MOVRELAT' TO WRK-MSGERRO
               ACCEPT MOSTRA-ERRO
            END-IF.

       9642-PROCESSA-MOVIMENTO.
            MOVE SPACES TO WRK-MOV-REG.
            READ MOVIMENTO INTO WRK-MOV-REG
              AT END
                 MOVE 'S' TO WRK-FIM-MOVIMENTO
              NOT AT END
                 MOVE 'S' TO WRK-MOV-ACEITO
                 MOVE SPACES TO WRK-MOV-MOTIVO
                 PERFORM 9644-VALIDA-MOVIMENTO
                 IF MOV-ACEITO
                    IF MOV-TIPO = 'A'
                       PERFORM 9646-MOV-ALUNO
                    ELSE
                       PERFORM 9650-MOV-DISCIPLINA
                    END-IF
                 END-IF
                 PERFORM 9656-GRAVA-LINHA-MOV
            END-READ.

      *-----------VALIDACAO DA LINHA DO MOVIMENTO--------------------------

       9644-VALIDA-MOVIMENTO.
            IF MOV-TIPO NOT = 'A' AND MOV-TIPO NOT = 'D'
               MOVE 'N' TO WRK-MOV-ACEITO
               MOVE 'TIPO INVALIDO (USE A OU D)' TO WRK-MOV-MOTIVO
            ELSE
               IF MOV-OPER NOT = 'I' AND MOV-OPER NOT = 'A'
                  AND MOV-OPER NOT = 'E'
                  MOVE 'N' TO WRK-MOV-ACEITO
                  MOVE 'OPERACAO INVALIDA (USE I A E)' TO WRK-MOV-MOTIVO
               ELSE
                  IF MOV-RM NOT NUMERIC OR MOV-ANO NOT NUMERIC
                     MOVE 'N' TO WRK-MOV-ACEITO
                     MOVE 'RM OU ANO NAO NUMERICO' TO WRK-MOV-MOTIVO
                  ELSE
                     IF MOV-TIPO = 'D' AND MOV-COD NOT NUMERIC
                        MOVE 'N' TO WRK-MOV-ACEITO
                        MOVE 'COD DISCIPLINA NAO NUMERICO'
                        TO WRK-MOV-MOTIVO
                     ELSE
                        IF MOV-OPER NOT = 'E'
                           IF MOV-NOTA1 NOT NUMERIC
                              OR MOV-NOTA2 NOT NUMERIC
                              OR MOV-NOTA3 NOT NUMERIC
                              OR MOV-NOTA4 NOT NUMERIC
                              MOVE 'N' TO WRK-MOV-ACEITO
                              MOVE 'NOTA NAO NUMERICA'
                              TO WRK-MOV-MOTIVO
                           END-IF
                        END-IF
                     END-IF
                  END-IF
               END-IF
            END-IF.

      *-----------MOVIMENTO DE ALUNOS--------------------------------------

       9646-MOV-ALUNO.
            EVALUATE MOV-OPER
             WHEN 'I'
                PERFORM 9647-INCLUI-ALUNO-MOV
             WHEN 'A'
                PERFORM 9648-ALTERA-ALUNO-MOV
             WHEN 'E'
                PERFORM 9649-EXCLUI-ALUNO-MOV
            END-EVALUATE.

       9647-INCLUI-ALUNO-MOV.
            MOVE MOV-RM TO RM-ALUNOS.
            MOVE MOV-ANO TO ANO-LETIVO.
            MOVE MOV-NOME TO NOME-ALUNOS.
            MOVE MOV-SERIE TO SERIE-ALUNOS.
            MOVE MOV-NOTA1 TO NOTA-1BIMESTRE.
            MOVE MOV-NOTA2 TO NOTA-2BIMESTRE.
            MOVE MOV-NOTA3 TO NOTA-3BIMESTRE.
            MOVE MOV-NOTA4 TO NOTA-4BIMESTRE.
            MOVE 'A' TO ALUNOS-SITUACAO.
            ACCEPT ALUNOS-DATA-SIT FROM DATE YYYYMMDD.
            PERFORM 2750-MONTA-CHAVE-TURMA.
            PERFORM 4800-VALIDAR-NOTAS.
            IF NOTAS-INVALIDAS
               MOVE 'N' TO WRK-MOV-ACEITO
               MOVE 'NOTA INVALIDA, USE 0,0 A 10,0' TO WRK-MOV-MOTIVO
            ELSE
             PERFORM 2700-VALIDA-TURMA
             IF TURMA-INEXISTENTE
                MOVE 'N' TO WRK-MOV-ACEITO
                MOVE 'TURMA INEXISTENTE' TO WRK-MOV-MOTIVO
             ELSE
             PERFORM 2800-CONTA-ALUNOS-TURMA
             MOVE SERIE-ALUNOS TO WRK-ESP-SERIE-CHK
             MOVE ANO-LETIVO TO WRK-ESP-ANO-CHK
             PERFORM 8710-CONTA-RESERVAS
             IF WRK-QTD-NA-TURMA + WRK-ESP-RESERVADAS
                NOT < TURMA-VAGAS
                MOVE 'N' TO WRK-MOV-ACEITO
                MOVE 'TURMA LOTADA' TO WRK-MOV-MOTIVO
             ELSE
             PERFORM 4720-VERIFICA-FECH-ALUNO-INC
             IF NOTA-BLOQUEADA
                MOVE 'N' TO WRK-MOV-ACEITO
                MOVE 'BIMESTRE FECHADO' TO WRK-MOV-MOTIVO
             ELSE
               WRITE ALUNOS-REG
                 INVALID KEY
                    MOVE 'N' TO WRK-MOV-ACEITO
                    MOVE 'ALUNO JA EXISTENTE' TO WRK-MOV-MOTIVO
                 NOT INVALID KEY
                    MOVE RM-ALUNOS TO AUD-RM
                    MOVE ANO-LETIVO TO AUD-ANO
                    MOVE 'INCLUSAO' TO AUD-OPERACAO
                    MOVE SPACES TO AUD-ANTES-NOME
                    MOVE SPACES TO AUD-ANTES-SERIE
                    MOVE 0 TO AUD-ANTES-NOTA1 AUD-ANTES-NOTA2
                              AUD-ANTES-NOTA3 AUD-ANTES-NOTA4
                    MOVE NOME-ALUNOS TO AUD-DEPOIS-NOME
                    MOVE SERIE-ALUNOS TO AUD-DEPOIS-SERIE
                    MOVE NOTA-1BIMESTRE TO AUD-DEPOIS-NOTA1
                    MOVE NOTA-2BIMESTRE TO AUD-DEPOIS-NOTA2
                    MOVE NOTA-3BIMESTRE TO AUD-DEPOIS-NOTA3
                    MOVE NOTA-4BIMESTRE TO AUD-DEPOIS-NOTA4
                    PERFORM 4900-GRAVA-AUDITORIA
               END-WRITE
             END-IF
             END-IF
             END-IF
            END-IF.

       9648-ALTERA-ALUNO-MOV.
            MOVE MOV-RM TO RM-ALUNOS.
            MOVE MOV-ANO TO ANO-LETIVO.
            READ ALUNOS
              INVALID KEY
                 MOVE 'N' TO WRK-MOV-ACEITO
                 MOVE 'ALUNO NAO ENCONTRADO' TO WRK-MOV-MOTIVO
              NOT INVALID KEY
                 MOVE NOME-ALUNOS TO NOME-ANTES
                 MOVE SERIE-ALUNOS TO SERIE-ANTES
                 MOVE NOTA-1BIMESTRE TO NOTA1-ANTES
                 MOVE NOTA-2BIMESTRE TO NOTA2-ANTES
                 MOVE NOTA-3BIMESTRE TO NOTA3-ANTES
                 MOVE NOTA-4BIMESTRE TO NOTA4-ANTES
                 IF MOV-NOME NOT = SPACES
                    MOVE MOV-NOME TO NOME-ALUNOS
                 END-IF
                 IF MOV-SERIE NOT = SPACES
                    MOVE MOV-SERIE TO SERIE-ALUNOS
                 END-IF
                 MOVE MOV-NOTA1 TO NOTA-1BIMESTRE
                 MOVE MOV-NOTA2 TO NOTA-2BIMESTRE
                 MOVE MOV-NOTA3 TO NOTA-3BIMESTRE
                 MOVE MOV-NOTA4 TO NOTA-4BIMESTRE
                 PERFORM 2750-MONTA-CHAVE-TURMA
                 PERFORM 4800-VALIDAR-NOTAS
                 IF NOTAS-INVALIDAS
                    MOVE 'N' TO WRK-MOV-ACEITO
                    MOVE 'NOTA INVALIDA, USE 0,0 A 10,0'
                    TO WRK-MOV-MOTIVO
                 ELSE
                  PERFORM 2700-VALIDA-TURMA
                  IF TURMA-INEXISTENTE
                     MOVE 'N' TO WRK-MOV-ACEITO
                     MOVE 'TURMA INEXISTENTE' TO WRK-MOV-MOTIVO
                  ELSE
                  PERFORM 4710-VERIFICA-FECH-ALUNO
                  IF NOTA-BLOQUEADA
                     MOVE 'N' TO WRK-MOV-ACEITO
                     MOVE 'BIMESTRE FECHADO' TO WRK-MOV-MOTIVO
                  ELSE
                    REWRITE ALUNOS-REG
                    IF ALUNOS-STATUS = 0
                       MOVE RM-ALUNOS TO AUD-RM
                       MOVE ANO-LETIVO TO AUD-ANO
                       MOVE 'ALTERACAO' TO AUD-OPERACAO
                       MOVE NOME-ANTES TO AUD-ANTES-NOME
                       MOVE SERIE-ANTES TO AUD-ANTES-SERIE
                       MOVE NOTA1-ANTES TO AUD-ANTES-NOTA1
                       MOVE NOTA2-ANTES TO AUD-ANTES-NOTA2
                       MOVE NOTA3-ANTES TO AUD-ANTES-NOTA3
                       MOVE NOTA4-ANTES TO AUD-ANTES-NOTA4
                       MOVE NOME-ALUNOS TO AUD-DEPOIS-NOME
                       MOVE SERIE-ALUNOS TO AUD-DEPOIS-SERIE
                       MOVE NOTA-1BIMESTRE TO AUD-DEPOIS-NOTA1
                       MOVE NOTA-2BIMESTRE TO AUD-DEPOIS-NOTA2
                       MOVE NOTA-3BIMESTRE TO AUD-DEPOIS-NOTA3
                       MOVE NOTA-4BIMESTRE TO AUD-DEPOIS-NOTA4
                       PERFORM 4900-GRAVA-AUDITORIA
                    ELSE
                       MOVE 'N' TO WRK-MOV-ACEITO
                       MOVE 'ALUNO NAO ALTERADO' TO WRK-MOV-MOTIVO
                    END-IF
                  END-IF
                  END-IF
                 END-IF
            END-READ.

       9649-EXCLUI-ALUNO-MOV.
            MOVE MOV-RM TO RM-ALUNOS.
            MOVE MOV-ANO TO ANO-LETIVO.
            READ ALUNOS
              INVALID KEY
                 MOVE 'N' TO WRK-MOV-ACEITO
                 MOVE 'ALUNO NAO ENCONTRADO' TO WRK-MOV-MOTIVO
              NOT INVALID KEY
                 DELETE ALUNOS
                   INVALID KEY
                      MOVE 'N' TO WRK-MOV-ACEITO
                      MOVE 'ALUNO NAO EXCLUIDO' TO WRK-MOV-MOTIVO
                   NOT INVALID KEY
                      MOVE RM-ALUNOS TO AUD-RM
                      MOVE ANO-LETIVO TO AUD-ANO
                      MOVE 'EXCLUSAO' TO AUD-OPERACAO
                      MOVE NOME-ALUNOS TO AUD-ANTES-NOME
                      MOVE SERIE-ALUNOS TO AUD-ANTES-SERIE
                      MOVE NOTA-1BIMESTRE TO AUD-ANTES-NOTA1
                      MOVE NOTA-2BIMESTRE TO AUD-ANTES-NOTA2
                      MOVE NOTA-3BIMESTRE TO AUD-ANTES-NOTA3
                      MOVE NOTA-4BIMESTRE TO AUD-ANTES-NOTA4
                      MOVE SPACES TO AUD-DEPOIS-NOME
                      MOVE SPACES TO AUD-DEPOIS-SERIE
                      MOVE 0 TO AUD-DEPOIS-NOTA1 AUD-DEPOIS-NOTA2
                                AUD-DEPOIS-NOTA3 AUD-DEPOIS-NOTA4
                      PERFORM 4900-GRAVA-AUDITORIA
                 END-DELETE
            END-READ.

      *-----------MOVIMENTO DE DISCIPLINAS---------------------------------

       9650-MOV-DISCIPLINA.
            EVALUATE MOV-OPER
             WHEN 'I'
                PERFORM 9651-INCLUI-DISC-MOV
             WHEN 'A'
                PERFORM 9652-ALTERA-DISC-MOV
             WHEN 'E'
                PERFORM 9653-EXCLUI-DISC-MOV
            END-EVALUATE.

       9651-INCLUI-DISC-MOV.
            MOVE MOV-RM TO RM-ALUNOS.
            MOVE MOV-ANO TO ANO-LETIVO.
            READ ALUNOS
              INVALID KEY
                 MOVE 'N' TO WRK-MOV-ACEITO
                 MOVE 'ALUNO NAO ENCONTRADO' TO WRK-MOV-MOTIVO
              NOT INVALID KEY
                 MOVE MOV-RM TO DISC-RM
                 MOVE MOV-ANO TO DISC-ANO
                 MOVE MOV-COD TO DISC-COD
                 PERFORM 4750-BUSCA-CATALOGO
                 IF CATALOGO-INEXISTENTE
                    MOVE 'N' TO WRK-MOV-ACEITO
                    MOVE 'COD FORA DO CATALOGO' TO WRK-MOV-MOTIVO
                 ELSE
                 MOVE CAT-NOME TO DISC-NOME
                 MOVE MOV-NOTA1 TO DISC-NOTA-1BIMESTRE
                 MOVE MOV-NOTA2 TO DISC-NOTA-2BIMESTRE
                 MOVE MOV-NOTA3 TO DISC-NOTA-3BIMESTRE
                 MOVE MOV-NOTA4 TO DISC-NOTA-4BIMESTRE
                 PERFORM 4850-VALIDAR-NOTAS-DISC
                 IF NOTAS-DISC-INVALIDAS
                    MOVE 'N' TO WRK-MOV-ACEITO
                    MOVE 'NOTA INVALIDA, USE 0,0 A 10,0'
                    TO WRK-MOV-MOTIVO
                 ELSE
                 PERFORM 4740-VERIFICA-FECH-DISC-INC
                 IF NOTA-BLOQUEADA
                    MOVE 'N' TO WRK-MOV-ACEITO
                    MOVE 'BIMESTRE FECHADO' TO WRK-MOV-MOTIVO
                 ELSE
                    WRITE DISCIPLINAS-REG
                      INVALID KEY
                         MOVE 'N' TO WRK-MOV-ACEITO
                         MOVE 'DISCIPLINA JA EXISTENTE'
                         TO WRK-MOV-MOTIVO
                      NOT INVALID KEY
                         MOVE 'INC-DISC' TO AUD-OPERACAO
                         MOVE SPACES TO AUD-ANTES-NOME
                         MOVE SPACES TO AUD-ANTES-SERIE
                         MOVE 0 TO AUD-ANTES-NOTA1 AUD-ANTES-NOTA2
                                   AUD-ANTES-NOTA3 AUD-ANTES-NOTA4
                         PERFORM 9654-AUDITORIA-DISC-MOV
                    END-WRITE
                 END-IF
                 END-IF
                 END-IF
            END-READ.

       9652-ALTERA-DISC-MOV.
            MOVE MOV-RM TO DISC-RM.
            MOVE MOV-ANO TO DISC-ANO.
            MOVE MOV-COD TO DISC-COD.
            READ DISCIPLINAS
              INVALID KEY
                 MOVE 'N' TO WRK-MOV-ACEITO
                 MOVE 'DISCIPLINA NAO ENCONTRADA' TO WRK-MOV-MOTIVO
              NOT INVALID KEY
                 MOVE DISC-NOME TO AUD-ANTES-NOME
                 MOVE DISC-COD TO AUD-ANTES-SERIE
                 MOVE DISC-NOTA-1BIMESTRE TO AUD-ANTES-NOTA1
                 MOVE DISC-NOTA-2BIMESTRE TO AUD-ANTES-NOTA2
                 MOVE DISC-NOTA-3BIMESTRE TO AUD-ANTES-NOTA3
                 MOVE DISC-NOTA-4BIMESTRE TO AUD-ANTES-NOTA4
                 MOVE DISC-NOTA-1BIMESTRE TO DNOTA1-ANTES
                 MOVE DISC-NOTA-2BIMESTRE TO DNOTA2-ANTES
                 MOVE DISC-NOTA-3BIMESTRE TO DNOTA3-ANTES
                 MOVE DISC-NOTA-4BIMESTRE TO DNOTA4-ANTES
                 PERFORM 4750-BUSCA-CATALOGO
                 IF CATALOGO-OK
                    MOVE CAT-NOME TO DISC-NOME
                 END-IF
                 MOVE MOV-NOTA1 TO DISC-NOTA-1BIMESTRE
                 MOVE MOV-NOTA2 TO DISC-NOTA-2BIMESTRE
                 MOVE MOV-NOTA3 TO DISC-NOTA-3BIMESTRE
                 MOVE MOV-NOTA4 TO DISC-NOTA-4BIMESTRE
                 PERFORM 4850-VALIDAR-NOTAS-DISC
                 IF NOTAS-DISC-INVALIDAS
                    MOVE 'N' TO WRK-MOV-ACEITO
                    MOVE 'NOTA INVALIDA, USE 0,0 A 10,0'
                    TO WRK-MOV-MOTIVO
                 ELSE
                 PERFORM 4730-VERIFICA-FECH-DISC
                 IF NOTA-BLOQUEADA
                    MOVE 'N' TO WRK-MOV-ACEITO
                    MOVE 'BIMESTRE FECHADO' TO WRK-MOV-MOTIVO
                 ELSE
                    REWRITE DISCIPLINAS-REG
                    IF DISCIPLINAS-STATUS = 0
                       MOVE 'ALT-DISC' TO AUD-OPERACAO
                       PERFORM 9654-AUDITORIA-DISC-MOV
                    ELSE
                       MOVE 'N' TO WRK-MOV-ACEITO
                       MOVE 'DISCIPLINA NAO ALTERADA' TO WRK-MOV-MOTIVO
                    END-IF
                 END-IF
                 END-IF
            END-READ.

       9653-EXCLUI-DISC-MOV.
            MOVE MOV-RM TO DISC-RM.
            MOVE MOV-ANO TO DISC-ANO.
            MOVE MOV-COD TO DISC-COD.
            READ DISCIPLINAS
              INVALID KEY
                 MOVE 'N' TO WRK-MOV-ACEITO
                 MOVE 'DISCIPLINA NAO ENCONTRADA' TO WRK-MOV-MOTIVO
              NOT INVALID KEY
                 MOVE DISC-NOME TO AUD-ANTES-NOME
                 MOVE DISC-COD TO AUD-ANTES-SERIE
                 MOVE DISC-NOTA-1BIMESTRE TO AUD-ANTES-NOTA1
                 MOVE DISC-NOTA-2BIMESTRE TO AUD-ANTES-NOTA2
                 MOVE DISC-NOTA-3BIMESTRE TO AUD-ANTES-NOTA3
                 MOVE DISC-NOTA-4BIMESTRE TO AUD-ANTES-NOTA4
                 DELETE DISCIPLINAS
                   INVALID KEY
                      MOVE 'N' TO WRK-MOV-ACEITO
                      MOVE 'DISCIPLINA NAO EXCLUIDA' TO WRK-MOV-MOTIVO
                   NOT INVALID KEY
                      MOVE 'EXC-DISC' TO AUD-OPERACAO
                      MOVE SPACES TO AUD-DEPOIS-NOME
                      MOVE SPACES TO AUD-DEPOIS-SERIE
                      MOVE 0 TO AUD-DEPOIS-NOTA1 AUD-DEPOIS-NOTA2
                                AUD-DEPOIS-NOTA3 AUD-DEPOIS-NOTA4
                      MOVE DISC-RM TO AUD-RM
                      MOVE DISC-ANO TO AUD-ANO
                      PERFORM 4900-GRAVA-AUDITORIA
                 END-DELETE
            END-READ.

      *-----------AUDITORIA DO MOVIMENTO DE DISCIPLINAS--------------------

       9654-AUDITORIA-DISC-MOV.
            MOVE DISC-RM TO AUD-RM.
            MOVE DISC-ANO TO AUD-ANO.
            MOVE DISC-NOME TO AUD-DEPOIS-NOME.
            MOVE DISC-COD TO AUD-DEPOIS-SERIE.
            MOVE DISC-NOTA-1BIMESTRE TO AUD-DEPOIS-NOTA1.
            MOVE DISC-NOTA-2BIMESTRE TO AUD-DEPOIS-NOTA2.
            MOVE DISC-NOTA-3BIMESTRE TO AUD-DEPOIS-NOTA3.
            MOVE DISC-NOTA-4BIMESTRE TO AUD-DEPOIS-NOTA4.
            PERFORM 4900-GRAVA-AUDITORIA.

      *-----------GRAVACAO DO RELATORIO DO MOVIMENTO-----------------------

       9656-GRAVA-LINHA-MOV.
            MOVE SPACES TO WRK-MOVREL-LIN.
            MOVE WRK-MOV-REG TO MOVREL-IMAGEM.
            IF MOV-ACEITO
               MOVE 'ACEITO   ' TO MOVREL-RESULT
               ADD 1 TO WRK-QTD-MOV-ACEITOS
            ELSE
               MOVE 'REJEITADO' TO MOVREL-RESULT
               MOVE WRK-MOV-MOTIVO TO MOVREL-MOTIVO
               ADD 1 TO WRK-QTD-MOV-REJEITADOS
            END-IF.
            WRITE REC-MOVRELAT FROM WRK-MOVREL-LIN.

       9658-GRAVA-TOTAIS-MOV.
            MOVE SPACES TO WRK-MOV-TOT.
            MOVE 'ACEITOS........:' TO MOV-TOT-TEXTO.
            MOVE WRK-QTD-MOV-ACEITOS TO MOV-TOT-QTD.
            WRITE REC-MOVRELAT FROM WRK-MOV-TOT.
            MOVE 'REJEITADOS.....:' TO MOV-TOT-TEXTO.
            MOVE WRK-QTD-MOV-REJEITADOS TO MOV-TOT-QTD.
            WRITE REC-MOVRELAT FROM WRK-MOV-TOT.
            DISPLAY 'ACEITOS: ' WRK-QTD-MOV-ACEITOS
                    ' REJEITADOS: ' WRK-QTD-MOV-REJEITADOS.

      *-----------RECONCILIACAO ENTRE NOTAS DO ALUNO E DISCIPLINAS--------

       9660-RECONCILIA-NOTAS.
            MOVE 'MODULO - RECONCILIACAO' TO WRK-MODULO.
            PERFORM 9796-ABRE-TELA-PROCESSO.
            IF CTRL-ALUNOS-OK = 'N' OR CTRL-DISC-OK = 'N'
               MOVE 'BASE REPROVADA, RESTAURE ANTES' TO WRK-MSGERRO
               PERFORM 9798-FALHA-PROCESSO
            ELSE
               PERFORM 9661-EXECUTA-RECONCILIACAO
            END-IF.

       9661-EXECUTA-RECONCILIACAO.
            MOVE 0 TO WRK-QTD-DIVERGENTES WRK-QTD-SEM-DISC
                      WRK-QTD-ORFAOS.
            OPEN OUTPUT RECONCIL.
            MOVE 'N' TO WRK-FIM-ALUNOS.
            MOVE LOW-VALUES TO ALUNOS-CHAVE.
            START ALUNOS KEY IS NOT LESS THAN ALUNOS-CHAVE
              INVALID KEY
                 MOVE 'S' TO WRK-FIM-ALUNOS
            END-START.
            IF ALUNOS-STATUS NOT = 0
               MOVE 'S' TO WRK-FIM-ALUNOS
            END-IF.
            PERFORM 9662-RECONCILIA-ALUNO UNTIL FIM-ALUNOS.
            MOVE 'N' TO WRK-FIM-DISC.
            MOVE LOW-VALUES TO DISCIPLINAS-CHAVE.
            START DISCIPLINAS KEY IS NOT LESS THAN DISCIPLINAS-CHAVE
              INVALID KEY
                 MOVE 'S' TO WRK-FIM-DISC
            END-START.
            IF DISCIPLINAS-STATUS NOT = 0
               MOVE 'S' TO WRK-FIM-DISC
            END-IF.
            PERFORM 9668-PROCURA-ORFAO UNTIL FIM-DISC.
            PERFORM 9672-GRAVA-TOTAIS-RECON.
            CLOSE RECONCIL.
            MOVE 'RECONCILIACAO PRONTA, VEJA RECONCIL' TO WRK-MSGERRO.
            PERFORM 9797-MENSAGEM-PROCESSO.

       9662-RECONCILIA-ALUNO.
            READ ALUNOS NEXT RECORD
              AT END
                 MOVE 'S' TO WRK-FIM-ALUNOS
              NOT AT END
                 PERFORM 9664-COMPARA-MEDIAS
            END-READ.

       9664-COMPARA-MEDIAS.
            PERFORM 7285-MEDIA-DO-ALUNO.
            MOVE 0 TO WRK-QTD-DISC-ALUNO WRK-SOMA-MEDIA-DISC.
            MOVE 'N' TO WRK-FIM-DISC.
            MOVE RM-ALUNOS TO DISC-RM.
            MOVE ANO-LETIVO TO DISC-ANO.
            MOVE ZEROS TO DISC-COD.
            START DISCIPLINAS KEY IS NOT LESS THAN DISCIPLINAS-CHAVE
              INVALID KEY
                 MOVE 'S' TO WRK-FIM-DISC
            END-START.
            IF DISCIPLINAS-STATUS NOT = 0
               MOVE 'S' TO WRK-FIM-DISC
            END-IF.
            PERFORM 9666-SOMA-DISCIPLINA UNTIL FIM-DISC.
            IF WRK-QTD-DISC-ALUNO = 0
               MOVE SPACES TO WRK-RECON-LIN
               MOVE 'SEM DISCIPLINAS ' TO RECON-TEXTO
               MOVE RM-ALUNOS TO RECON-RM
               MOVE ANO-LETIVO TO RECON-ANO
               MOVE NOME-ALUNOS TO RECON-NOME
               WRITE REC-RECONCIL FROM WRK-RECON-LIN
               ADD 1 TO WRK-QTD-SEM-DISC
            ELSE
               COMPUTE WRK-MEDIA-DISC =
                   WRK-SOMA-MEDIA-DISC / WRK-QTD-DISC-ALUNO
               IF WRK-MEDIA-DISC NOT = WRK-MEDIA
                  MOVE SPACES TO WRK-RECON-LIN
                  MOVE 'DIVERGENTE      ' TO RECON-TEXTO
                  MOVE RM-ALUNOS TO RECON-RM
                  MOVE ANO-LETIVO TO RECON-ANO
                  MOVE NOME-ALUNOS TO RECON-NOME
                  MOVE 'ALUNOS:' TO RECON-ROT1
                  MOVE WRK-MEDIA TO RECON-MEDIA-ALU
                  MOVE 'DISC.:' TO RECON-ROT2
                  MOVE WRK-MEDIA-DISC TO RECON-MEDIA-DISC
                  WRITE REC-RECONCIL FROM WRK-RECON-LIN
                  ADD 1 TO WRK-QTD-DIVERGENTES
               END-IF
            END-IF.

       9666-SOMA-DISCIPLINA.
            READ DISCIPLINAS NEXT RECORD
              AT END
                 MOVE 'S' TO WRK-FIM-DISC
              NOT AT END
                 IF DISC-RM = RM-ALUNOS AND DISC-ANO = ANO-LETIVO
                    MOVE SERIE-ALUNOS TO WRK-REG-SERIE-CHK
                    PERFORM 7290-MEDIA-DA-DISCIPLINA
                    ADD WRK-MEDIA-DISC TO WRK-SOMA-MEDIA-DISC
                    ADD 1 TO WRK-QTD-DISC-ALUNO
                 ELSE
                    MOVE 'S' TO WRK-FIM-DISC
                 END-IF
            END-READ.

      *-----------DISCIPLINAS ORFAS (ALUNO INEXISTENTE)--------------------

       9668-PROCURA-ORFAO.
            READ DISCIPLINAS NEXT RECORD
              AT END
                 MOVE 'S' TO WRK-FIM-DISC
              NOT AT END
                 MOVE DISC-RM TO RM-ALUNOS
                 MOVE DISC-ANO TO ANO-LETIVO
                 READ ALUNOS
                   INVALID KEY
                      MOVE SPACES TO WRK-RECON-LIN
                      MOVE 'ORFAO           ' TO RECON-TEXTO
                      MOVE DISC-RM TO RECON-RM
                      MOVE DISC-ANO TO RECON-ANO
                      MOVE DISC-NOME TO RECON-NOME
                      WRITE REC-RECONCIL FROM WRK-RECON-LIN
                      ADD 1 TO WRK-QTD-ORFAOS
                 END-READ
            END-READ.

       9672-GRAVA-TOTAIS-RECON.
            MOVE SPACES TO WRK-RECON-TOT.
            MOVE 'DIVERGENTES....:' TO RECON-TOT-TEXTO.
            MOVE WRK-QTD-DIVERGENTES TO RECON-TOT-QTD.
            WRITE REC-RECONCIL FROM WRK-RECON-TOT.
            MOVE 'SEM DISCIPLINAS:' TO RECON-TOT-TEXTO.
            MOVE WRK-QTD-SEM-DISC TO RECON-TOT-QTD.
            WRITE REC-RECONCIL FROM WRK-RECON-TOT.
            MOVE 'ORFAS..........:' TO RECON-TOT-TEXTO.
            MOVE WRK-QTD-ORFAOS TO RECON-TOT-QTD.
            WRITE REC-RECONCIL FROM WRK-RECON-TOT.
            DISPLAY 'DIVERGENTES: ' WRK-QTD-DIVERGENTES
                    ' SEM DISC: ' WRK-QTD-SEM-DISC
                    ' ORFAS: ' WRK-QTD-ORFAOS.

      *-----------CRITICA DE FECHAMENTO (LANCAMENTOS FALTANTES)-----------

       9710-CRITICA-FECHAMENTO.
            MOVE 'MODULO - CRITICA FECHAM.' TO WRK-MODULO.
            PERFORM 9796-ABRE-TELA-PROCESSO.
            IF CTRL-ALUNOS-OK = 'N' OR CTRL-DISC-OK = 'N'
               MOVE 'BASE REPROVADA, RESTAURE ANTES' TO WRK-MSGERRO
               PERFORM 9798-FALHA-PROCESSO
            ELSE
               PERFORM 9712-EXECUTA-CRITICA
            END-IF.

       9712-EXECUTA-CRITICA.
            MOVE 0 TO WRK-ANO-CRITICA WRK-BIM-CRITICA.
            IF MODO-NOTURNO
               MOVE WRK-JOB-ANO TO WRK-ANO-CRITICA
               MOVE WRK-JOB-BIM TO WRK-BIM-CRITICA
            ELSE
               ACCEPT TELA-CRITICA
            END-IF.
            IF WRK-ANO-CRITICA = 0 OR WRK-BIM-CRITICA < 1
               OR WRK-BIM-CRITICA > 4
               MOVE 'ANO OU BIMESTRE INVALIDO' TO WRK-MSGERRO
               PERFORM 9798-FALHA-PROCESSO
            ELSE
               OPEN OUTPUT CRITICA
               MOVE WRK-BIM-CRITICA TO CRIT-TIT-BIM
               MOVE WRK-ANO-CRITICA TO CRIT-TIT-ANO
               WRITE REC-CRITICA FROM WRK-CRIT-TITULO
               CLOSE ALUNOS
               SORT SORTALU ON ASCENDING KEY SORT-ANO SORT-SERIE
                    SORT-RM
                    USING ALUNOS
                    OUTPUT PROCEDURE IS 9715-PROCESSA-CRITICA
               OPEN I-O ALUNOS
               CLOSE CRITICA
               MOVE 'CRITICA PRONTA, VEJA CRITICA.TXT' TO WRK-MSGERRO
               PERFORM 9797-MENSAGEM-PROCESSO
            END-IF.

       9715-PROCESSA-CRITICA.
            MOVE 'N' TO WRK-FIM-SORT.
            MOVE SPACES TO WRK-SERIE-ANTERIOR.
            MOVE 0 TO WRK-QTD-CRI-SEMDISC WRK-QTD-CRI-NOTAZERO
                      WRK-QTD-CRI-SEMFREQ.
            RETURN SORTALU AT END MOVE 'S' TO WRK-FIM-SORT.
            PERFORM UNTIL FIM-SORT
               IF SORT-ANO = WRK-ANO-CRITICA
                  AND SORT-SITUACAO NOT = 'T'
                  AND SORT-SITUACAO NOT = 'D'
                  AND SORT-SITUACAO NOT = 'C'
                  IF SORT-SERIE NOT = WRK-SERIE-ANTERIOR
                     IF WRK-SERIE-ANTERIOR NOT = SPACES
                        PERFORM 9725-TOTAIS-CRITICA
                        MOVE 0 TO WRK-QTD-CRI-SEMDISC
                                  WRK-QTD-CRI-NOTAZERO
                                  WRK-QTD-CRI-SEMFREQ
                     END-IF
                     MOVE SORT-SERIE TO CRIT-TURMA-SERIE
                     WRITE REC-CRITICA FROM WRK-CRIT-TURMA-LIN
                     MOVE SORT-SERIE TO WRK-SERIE-ANTERIOR
                  END-IF
                  MOVE SORT-RM TO RM-ALUNOS
                  MOVE SORT-ANO TO ANO-LETIVO
                  MOVE SORT-NOME TO NOME-ALUNOS
                  MOVE SORT-SERIE TO SERIE-ALUNOS
                  PERFORM 9720-CRITICA-ALUNO
               END-IF
               RETURN SORTALU AT END MOVE 'S' TO WRK-FIM-SORT
            END-PERFORM.
            IF WRK-SERIE-ANTERIOR NOT = SPACES
               PERFORM 9725-TOTAIS-CRITICA
            END-IF.

       9720-CRITICA-ALUNO.
            MOVE 0 TO WRK-QTD-DISC-ALUNO.
            MOVE 'N' TO WRK-FIM-DISC.
            MOVE RM-ALUNOS TO DISC-RM.
            MOVE ANO-LETIVO TO DISC-ANO.
            MOVE ZEROS TO DISC-COD.
            START DISCIPLINAS KEY IS NOT LESS THAN DISCIPLINAS-CHAVE
              INVALID KEY
                 MOVE 'S' TO WRK-FIM-DISC
            END-START.
            IF DISCIPLINAS-STATUS NOT = 0
               MOVE 'S' TO WRK-FIM-DISC
            END-IF.
            PERFORM 9722-EXAMINA-DISC-CRIT UNTIL FIM-DISC.
            IF WRK-QTD-DISC-ALUNO = 0
               MOVE SPACES TO WRK-CRIT-LIN
               MOVE 'SEM DISCIPLINA  ' TO CRIT-TEXTO
               MOVE RM-ALUNOS TO CRIT-RM
               MOVE NOME-ALUNOS TO CRIT-NOME
               WRITE REC-CRITICA FROM WRK-CRIT-LIN
               ADD 1 TO WRK-QTD-CRI-SEMDISC
            END-IF.

       9722-EXAMINA-DISC-CRIT.
            READ DISCIPLINAS NEXT RECORD
              AT END
                 MOVE 'S' TO WRK-FIM-DISC
              NOT AT END
                 IF DISC-RM = RM-ALUNOS AND DISC-ANO = ANO-LETIVO
                    ADD 1 TO WRK-QTD-DISC-ALUNO
                    EVALUATE WRK-BIM-CRITICA
                     WHEN 1
                        MOVE DISC-NOTA-1BIMESTRE TO WRK-NOTA-BIM-DISC
                     WHEN 2
                        MOVE DISC-NOTA-2BIMESTRE TO WRK-NOTA-BIM-DISC
                     WHEN 3
                        MOVE DISC-NOTA-3BIMESTRE TO WRK-NOTA-BIM-DISC
                     WHEN 4
                        MOVE DISC-NOTA-4BIMESTRE TO WRK-NOTA-BIM-DISC
                    END-EVALUATE
                    IF WRK-NOTA-BIM-DISC = 0
                       MOVE SPACES TO WRK-CRIT-LIN
                       MOVE 'NOTA ZERADA     ' TO CRIT-TEXTO
                       MOVE RM-ALUNOS TO CRIT-RM
                       MOVE NOME-ALUNOS TO CRIT-NOME
                       MOVE 'COD: ' TO CRIT-ROT-COD
                       MOVE DISC-COD TO CRIT-COD
                       WRITE REC-CRITICA FROM WRK-CRIT-LIN
                       ADD 1 TO WRK-QTD-CRI-NOTAZERO
                    END-IF
                    MOVE DISC-RM TO FREQ-RM
                    MOVE DISC-ANO TO FREQ-ANO
                    MOVE DISC-COD TO FREQ-COD
                    READ FREQUENCIA
                      INVALID KEY
                         MOVE SPACES TO WRK-CRIT-LIN
                         MOVE 'SEM FREQUENCIA  ' TO CRIT-TEXTO
                         MOVE RM-ALUNOS TO CRIT-RM
                         MOVE NOME-ALUNOS TO CRIT-NOME
                         MOVE 'COD: ' TO CRIT-ROT-COD
                         MOVE DISC-COD TO CRIT-COD
                         WRITE REC-CRITICA FROM WRK-CRIT-LIN
                         ADD 1 TO WRK-QTD-CRI-SEMFREQ
                    END-READ
                 ELSE
                    MOVE 'S' TO WRK-FIM-DISC
                 END-IF
            END-READ.

       9725-TOTAIS-CRITICA.
            MOVE 'SEM DISCIPLINA..: ' TO CRIT-TOT-TEXTO.
            MOVE WRK-QTD-CRI-SEMDISC TO CRIT-TOT-QTD.
            WRITE REC-CRITICA FROM WRK-CRIT-TOT.
            MOVE 'NOTA ZERADA.....: ' TO CRIT-TOT-TEXTO.
            MOVE WRK-QTD-CRI-NOTAZERO TO CRIT-TOT-QTD.
            WRITE REC-CRITICA FROM WRK-CRIT-TOT.
            MOVE 'SEM FREQUENCIA..: ' TO CRIT-TOT-TEXTO.
            MOVE WRK-QTD-CRI-SEMFREQ TO CRIT-TOT-QTD.
            WRITE REC-CRITICA FROM WRK-CRIT-TOT.
            ADD WRK-QTD-CRI-SEMDISC WRK-QTD-CRI-NOTAZERO
                WRK-QTD-CRI-SEMFREQ TO WRK-JOB-QTD.

      *-----------ESTATISTICA DE DESEMPENHO POR DISCIPLINA E SERIE--------

       9740-ESTATISTICA-DESEMPENHO.
            MOVE 'MODULO - ESTATISTICA' TO WRK-MODULO.
            PERFORM 9796-ABRE-TELA-PROCESSO.
            IF CTRL-ALUNOS-OK = 'N' OR CTRL-DISC-OK = 'N'
               MOVE 'BASE REPROVADA, RESTAURE ANTES' TO WRK-MSGERRO
               PERFORM 9798-FALHA-PROCESSO
            ELSE
               PERFORM 9741-EXECUTA-ESTATISTICA
            END-IF.

       9741-EXECUTA-ESTATISTICA.
            MOVE 0 TO WRK-ANO-ESTAT WRK-BIM-ESTAT.
            IF MODO-NOTURNO
               MOVE WRK-JOB-ANO TO WRK-ANO-ESTAT
               MOVE WRK-JOB-BIM TO WRK-BIM-ESTAT
            ELSE
               ACCEPT TELA-ESTATIST
            END-IF.
            IF WRK-ANO-ESTAT = 0 OR WRK-BIM-ESTAT < 1
               OR WRK-BIM-ESTAT > 4
               MOVE 'ANO OU BIMESTRE INVALIDO' TO WRK-MSGERRO
               PERFORM 9798-FALHA-PROCESSO
            ELSE
               OPEN OUTPUT ESTATIST
               MOVE WRK-BIM-ESTAT TO EST-TIT-BIM
               MOVE WRK-ANO-ESTAT TO EST-TIT-ANO
               WRITE REC-ESTATIST FROM WRK-EST-TITULO
               SORT SORTEST ON ASCENDING KEY SES-SERIE SES-COD
                    INPUT PROCEDURE IS 9742-SELECIONA-ESTAT
                    OUTPUT PROCEDURE IS 9745-GRAVA-ESTAT
               CLOSE ESTATIST
               MOVE 'ESTATISTICA PRONTA, VEJA ESTATIST' TO WRK-MSGERRO
               PERFORM 9797-MENSAGEM-PROCESSO
            END-IF.

       9742-SELECIONA-ESTAT.
            MOVE 'N' TO WRK-FIM-DISC.
            MOVE LOW-VALUES TO DISCIPLINAS-CHAVE.
            START DISCIPLINAS KEY IS NOT LESS THAN DISCIPLINAS-CHAVE
              INVALID KEY
                 MOVE 'S' TO WRK-FIM-DISC
            END-START.
            IF DISCIPLINAS-STATUS NOT = 0
               MOVE 'S' TO WRK-FIM-DISC
            END-IF.
            PERFORM 9743-EXAMINA-DISC-ESTAT UNTIL FIM-DISC.

       9743-EXAMINA-DISC-ESTAT.
            READ DISCIPLINAS NEXT RECORD
              AT END
                 MOVE 'S' TO WRK-FIM-DISC
              NOT AT END
                 IF DISC-ANO = WRK-ANO-ESTAT
                    MOVE DISC-RM TO RM-ALUNOS
                    MOVE DISC-ANO TO ANO-LETIVO
                    READ ALUNOS
                      INVALID KEY
                         CONTINUE
                      NOT INVALID KEY
                         IF ALUNO-TRANSFERIDO OR ALUNO-DESISTENTE
                            CONTINUE
                         ELSE
                            PERFORM 9744-LIBERA-ESTAT
                         END-IF
                    END-READ
                 END-IF
            END-READ.

       9744-LIBERA-ESTAT.
            MOVE SERIE-ALUNOS TO SES-SERIE.
            MOVE DISC-COD TO SES-COD.
            EVALUATE WRK-BIM-ESTAT
             WHEN 1
                MOVE DISC-NOTA-1BIMESTRE TO SES-NOTA
                MOVE 0 TO SES-NOTA-ANT
             WHEN 2
                MOVE DISC-NOTA-2BIMESTRE TO SES-NOTA
                MOVE DISC-NOTA-1BIMESTRE TO SES-NOTA-ANT
             WHEN 3
                MOVE DISC-NOTA-3BIMESTRE TO SES-NOTA
                MOVE DISC-NOTA-2BIMESTRE TO SES-NOTA-ANT
             WHEN 4
                MOVE DISC-NOTA-4BIMESTRE TO SES-NOTA
                MOVE DISC-NOTA-3BIMESTRE TO SES-NOTA-ANT
            END-EVALUATE.
            MOVE DISC-ANO TO WRK-REG-ANO-CHK.
            MOVE SERIE-ALUNOS TO WRK-REG-SERIE-CHK.
            MOVE DISC-COD TO WRK-REG-COD-CHK.
            PERFORM 7270-BUSCA-REGRA.
            MOVE WRK-REGRA-MEDIA TO SES-MEDIA-APROV.
            RELEASE SORTEST-REG.
            ADD 1 TO WRK-JOB-QTD.

       9745-GRAVA-ESTAT.
            MOVE 'N' TO WRK-FIM-SORTEST.
            MOVE SPACES TO WRK-EST-SERIE-ANT.
            MOVE 0 TO WRK-EST-COD-ANT.
            MOVE 0 TO WRK-EST-QTD WRK-EST-SOMA WRK-EST-SOMA-ANT
                      WRK-EST-F1 WRK-EST-F2 WRK-EST-F3 WRK-EST-F4
                      WRK-EST-ABAIXO.
            RETURN SORTEST AT END MOVE 'S' TO WRK-FIM-SORTEST.
            PERFORM UNTIL FIM-SORTEST
               IF SES-SERIE NOT = WRK-EST-SERIE-ANT
                  OR SES-COD NOT = WRK-EST-COD-ANT
                  IF WRK-EST-SERIE-ANT NOT = SPACES
                     PERFORM 9750-GRAVA-GRUPO-ESTAT
                  END-IF
                  IF SES-SERIE NOT = WRK-EST-SERIE-ANT
                     MOVE SES-SERIE TO EST-SER-SERIE
                     WRITE REC-ESTATIST FROM WRK-EST-SERIE-LIN
                  END-IF
                  MOVE 0 TO WRK-EST-QTD WRK-EST-SOMA
                            WRK-EST-SOMA-ANT WRK-EST-F1 WRK-EST-F2
                            WRK-EST-F3 WRK-EST-F4 WRK-EST-ABAIXO
                  MOVE SES-SERIE TO WRK-EST-SERIE-ANT
                  MOVE SES-COD TO WRK-EST-COD-ANT
               END-IF
               ADD 1 TO WRK-EST-QTD
               ADD SES-NOTA TO WRK-EST-SOMA
               ADD SES-NOTA-ANT TO WRK-EST-SOMA-ANT
               EVALUATE TRUE
                WHEN SES-NOTA < 5
                   ADD 1 TO WRK-EST-F1
                WHEN SES-NOTA < 7
                   ADD 1 TO WRK-EST-F2
                WHEN SES-NOTA < 9
                   ADD 1 TO WRK-EST-F3
                WHEN OTHER
                   ADD 1 TO WRK-EST-F4
               END-EVALUATE
               IF SES-NOTA < SES-MEDIA-APROV
                  ADD 1 TO WRK-EST-ABAIXO
               END-IF
               RETURN SORTEST AT END MOVE 'S' TO WRK-FIM-SORTEST
            END-PERFORM.
            IF WRK-EST-SERIE-ANT NOT = SPACES
               PERFORM 9750-GRAVA-GRUPO-ESTAT
            END-IF.

       9750-GRAVA-GRUPO-ESTAT.
            IF WRK-EST-QTD > 0
               COMPUTE WRK-EST-MEDIA = WRK-EST-SOMA / WRK-EST-QTD
               COMPUTE WRK-EST-MEDIA-ANT =
                   WRK-EST-SOMA-ANT / WRK-EST-QTD
               COMPUTE WRK-EST-PERC =
                   (WRK-EST-ABAIXO * 100) / WRK-EST-QTD
            ELSE
               MOVE 0 TO WRK-EST-MEDIA WRK-EST-MEDIA-ANT WRK-EST-PERC
            END-IF.
            MOVE WRK-EST-COD-ANT TO EST-COD.
            MOVE WRK-EST-COD-ANT TO CAT-COD.
            READ CATALOGO
              INVALID KEY
                 MOVE SPACES TO EST-DISC
              NOT INVALID KEY
                 MOVE CAT-NOME TO EST-DISC
            END-READ.
            MOVE WRK-EST-QTD TO EST-QTD.
            MOVE WRK-EST-F1 TO EST-F1.
            MOVE WRK-EST-F2 TO EST-F2.
            MOVE WRK-EST-F3 TO EST-F3.
            MOVE WRK-EST-F4 TO EST-F4.
            MOVE WRK-EST-MEDIA TO EST-MEDIA.
            MOVE WRK-EST-PERC TO EST-PERC.
            IF WRK-BIM-ESTAT > 1
               MOVE ' MED.ANT: ' TO EST-ROT-ANT
               MOVE WRK-EST-MEDIA-ANT TO WRK-EST-MEDIA-ANT-ED
               MOVE WRK-EST-MEDIA-ANT-ED TO EST-MEDIA-ANT
            ELSE
               MOVE SPACES TO EST-ROT-ANT
               MOVE SPACES TO EST-MEDIA-ANT
            END-IF.
            WRITE REC-ESTATIST FROM WRK-EST-LIN.

      *-----------EXPORTACAO PARA O CENSO ESCOLAR--------------------------

       9760-EXPORTA-CENSO.
            MOVE 'MODULO - EXPORTA CENSO' TO WRK-MODULO.
            PERFORM 9796-ABRE-TELA-PROCESSO.
            IF CTRL-ALUNOS-OK = 'N'
               MOVE 'BASE REPROVADA, RESTAURE ANTES' TO WRK-MSGERRO
               PERFORM 9798-FALHA-PROCESSO
            ELSE
               PERFORM 9762-EXECUTA-EXPORTA-CENSO
            END-IF.

       9762-EXECUTA-EXPORTA-CENSO.
            MOVE 0 TO WRK-ANO-CENSO.
            IF MODO-NOTURNO
               MOVE WRK-JOB-ANO TO WRK-ANO-CENSO
            ELSE
               ACCEPT TELA-ANO-CENSO
            END-IF.
            IF WRK-ANO-CENSO = 0
               MOVE 'ANO LETIVO INVALIDO' TO WRK-MSGERRO
               PERFORM 9798-FALHA-PROCESSO
            ELSE
               OPEN OUTPUT CENSOEXP
               WRITE REC-CENSOEXP FROM WRK-CENSO-ESCOLA
               MOVE 0 TO WRK-QTD-CENSO
               MOVE 'N' TO WRK-FIM-ALUNOS
               MOVE LOW-VALUES TO ALUNOS-CHAVE
               START ALUNOS KEY IS NOT LESS THAN ALUNOS-CHAVE
                 INVALID KEY
                    MOVE 'S' TO WRK-FIM-ALUNOS
               END-START
               IF ALUNOS-STATUS NOT = 0
                  MOVE 'S' TO WRK-FIM-ALUNOS
               END-IF
               PERFORM 9764-GRAVA-ALUNO-CENSO UNTIL FIM-ALUNOS
               CLOSE CENSOEXP
               DISPLAY 'ALUNOS EXPORTADOS: ' WRK-QTD-CENSO
               MOVE 'EXPORTACAO PRONTA, VEJA CENSOEXP' TO WRK-MSGERRO
               PERFORM 9797-MENSAGEM-PROCESSO
            END-IF.

       9764-GRAVA-ALUNO-CENSO.
            READ ALUNOS NEXT RECORD
              AT END
                 MOVE 'S' TO WRK-FIM-ALUNOS
              NOT AT END
                 IF ANO-LETIVO = WRK-ANO-CENSO
                    PERFORM 7285-MEDIA-DO-ALUNO
                    PERFORM 9090-CALCULA-STATUS-FINAL
                    MOVE RM-ALUNOS TO CEN-RM
                    MOVE NOME-ALUNOS TO CEN-NOME
                    MOVE SERIE-ALUNOS TO CEN-SERIE
                    IF ALUNOS-SITUACAO = SPACES
                       MOVE 'A' TO CEN-SIT
                    ELSE
                       MOVE ALUNOS-SITUACAO TO CEN-SIT
                    END-IF
                    MOVE WRK-MEDIA-STATUS TO CEN-RESULT
                    WRITE REC-CENSOEXP FROM WRK-CENSO-ALUNO
                    ADD 1 TO WRK-QTD-CENSO
                 END-IF
            END-READ.

      *-----------IMPORTACAO DAS MATRICULAS DA SECRETARIA------------------

       9770-IMPORTA-MATRICULAS.
            MOVE 'MODULO - IMPORTA MATRIC.' TO WRK-MODULO.
            DISPLAY TELA-2.
            IF CTRL-ALUNOS-OK = 'N'
               MOVE 'BASE REPROVADA, RESTAURE ANTES' TO WRK-MSGERRO
               ACCEPT MOSTRA-ERRO
            ELSE
               PERFORM 9772-EXECUTA-IMPORTACAO
            END-IF.

       9772-EXECUTA-IMPORTACAO.
            MOVE 0 TO WRK-ANO-IMPORT.
            ACCEPT TELA-ANO-IMPORT.
            IF WRK-ANO-IMPORT = 0
               MOVE 'ANO LETIVO INVALIDO' TO WRK-MSGERRO
               ACCEPT MOSTRA-ERRO
            ELSE
               OPEN INPUT MATRIMP
               IF MATRIMP-STATUS NOT = 0
                  MOVE 'MATRIMP.TXT NAO ENCONTRADO' TO WRK-MSGERRO
                  ACCEPT MOSTRA-ERRO
               ELSE
                  OPEN OUTPUT IMPREL
                  MOVE 0 TO WRK-QTD-IMP-ACEITOS
                            WRK-QTD-IMP-REJEITADOS
                            WRK-QTD-IMP-ESPERA
                  MOVE 'N' TO WRK-FIM-IMPORT
                  PERFORM 9774-PROCESSA-IMPORT UNTIL FIM-IMPORT
                  PERFORM 9778-GRAVA-TOTAIS-IMP
                  CLOSE IMPREL
                  CLOSE MATRIMP
                  MOVE 'IMPORTACAO PRONTA, VEJA IMPREL' TO WRK-MSGERRO
                  ACCEPT MOSTRA-ERRO
               END-IF
            END-IF.

       9774-PROCESSA-IMPORT.
            MOVE SPACES TO WRK-IMP-REG.
            READ MATRIMP INTO WRK-IMP-REG
              AT END
                 MOVE 'S' TO WRK-FIM-IMPORT
              NOT AT END
                 MOVE 'S' TO WRK-IMP-ACEITO
                 MOVE SPACES TO WRK-IMP-MOTIVO
                 PERFORM 9775-VALIDA-IMPORT
                 IF IMP-ACEITO
                    PERFORM 9777-INCLUI-ALUNO-IMP
                 END-IF
                 PERFORM 9776-GRAVA-LINHA-IMP
            END-READ.

       9775-VALIDA-IMPORT.
            IF IMP-RM NOT NUMERIC OR IMP-RM = 0
               MOVE 'N' TO WRK-IMP-ACEITO
               MOVE 'RM INVALIDO' TO WRK-IMP-MOTIVO
            ELSE
               IF IMP-NOME = SPACES
                  MOVE 'N' TO WRK-IMP-ACEITO
                  MOVE 'NOME EM BRANCO' TO WRK-IMP-MOTIVO
               ELSE
                  IF IMP-SERIE = SPACES
                     MOVE 'N' TO WRK-IMP-ACEITO
                     MOVE 'SERIE EM BRANCO' TO WRK-IMP-MOTIVO
                  END-IF
               END-IF
            END-IF.

       9777-INCLUI-ALUNO-IMP.
            MOVE IMP-RM TO RM-ALUNOS.
            MOVE WRK-ANO-IMPORT TO ANO-LETIVO.
            MOVE IMP-NOME TO NOME-ALUNOS.
            MOVE IMP-SERIE TO SERIE-ALUNOS.
            MOVE ZEROS TO NOTA-1BIMESTRE NOTA-2BIMESTRE
                          NOTA-3BIMESTRE NOTA-4BIMESTRE.
            MOVE 'A' TO ALUNOS-SITUACAO.
            ACCEPT ALUNOS-DATA-SIT FROM DATE YYYYMMDD.
            PERFORM 2750-MONTA-CHAVE-TURMA.
            PERFORM 2700-VALIDA-TURMA.
            IF TURMA-INEXISTENTE
               MOVE 'N' TO WRK-IMP-ACEITO
               MOVE 'TURMA INEXISTENTE' TO WRK-IMP-MOTIVO
            ELSE
             PERFORM 2800-CONTA-ALUNOS-TURMA
             MOVE SERIE-ALUNOS TO WRK-ESP-SERIE-CHK
             MOVE ANO-LETIVO TO WRK-ESP-ANO-CHK
             PERFORM 8710-CONTA-RESERVAS
             IF WRK-QTD-NA-TURMA + WRK-ESP-RESERVADAS
                NOT < TURMA-VAGAS
                PERFORM 9779-ESPERA-IMPORT
             ELSE
               WRITE ALUNOS-REG
                 INVALID KEY
                    MOVE 'N' TO WRK-IMP-ACEITO
                    MOVE 'RM DUPLICADO NO ANO' TO WRK-IMP-MOTIVO
                 NOT INVALID KEY
                    MOVE RM-ALUNOS TO AUD-RM
                    MOVE ANO-LETIVO TO AUD-ANO
                    MOVE 'INCLUSAO' TO AUD-OPERACAO
                    MOVE SPACES TO AUD-ANTES-NOME
                    MOVE SPACES TO AUD-ANTES-SERIE
                    MOVE 0 TO AUD-ANTES-NOTA1 AUD-ANTES-NOTA2
                              AUD-ANTES-NOTA3 AUD-ANTES-NOTA4
                    MOVE NOME-ALUNOS TO AUD-DEPOIS-NOME
                    MOVE SERIE-ALUNOS TO AUD-DEPOIS-SERIE
                    MOVE 0 TO AUD-DEPOIS-NOTA1 AUD-DEPOIS-NOTA2
                              AUD-DEPOIS-NOTA3 AUD-DEPOIS-NOTA4
                    PERFORM 4900-GRAVA-AUDITORIA
               END-WRITE
             END-IF
            END-IF.

       9776-GRAVA-LINHA-IMP.
            MOVE SPACES TO WRK-IMPREL-LIN.
            MOVE WRK-IMP-REG TO IMPREL-IMAGEM.
            IF IMP-ACEITO
               MOVE 'ACEITO   ' TO IMPREL-RESULT
               ADD 1 TO WRK-QTD-IMP-ACEITOS
            ELSE
               IF IMP-EM-ESPERA
                  MOVE 'ESPERA   ' TO IMPREL-RESULT
                  ADD 1 TO WRK-QTD-IMP-ESPERA
               ELSE
                  MOVE 'REJEITADO' TO IMPREL-RESULT
                  ADD 1 TO WRK-QTD-IMP-REJEITADOS
               END-IF
               MOVE WRK-IMP-MOTIVO TO IMPREL-MOTIVO
            END-IF.
            WRITE REC-IMPREL FROM WRK-IMPREL-LIN.

       9778-GRAVA-TOTAIS-IMP.
            MOVE SPACES TO WRK-IMP-TOT.
            MOVE 'ACEITOS........:' TO IMP-TOT-TEXTO.
            MOVE WRK-QTD-IMP-ACEITOS TO IMP-TOT-QTD.
            WRITE REC-IMPREL FROM WRK-IMP-TOT.
            MOVE 'REJEITADOS.....:' TO IMP-TOT-TEXTO.
            MOVE WRK-QTD-IMP-REJEITADOS TO IMP-TOT-QTD.
            WRITE REC-IMPREL FROM WRK-IMP-TOT.
            MOVE 'LISTA DE ESPERA:' TO IMP-TOT-TEXTO.
            MOVE WRK-QTD-IMP-ESPERA TO IMP-TOT-QTD.
            WRITE REC-IMPREL FROM WRK-IMP-TOT.
            DISPLAY 'ACEITOS: ' WRK-QTD-IMP-ACEITOS
                    ' REJEITADOS: ' WRK-QTD-IMP-REJEITADOS
                    ' ESPERA: ' WRK-QTD-IMP-ESPERA.

      *-----------TURMA LOTADA NA IMPORTACAO: PEDIDO NA LISTA DE ESPERA----

       9779-ESPERA-IMPORT.
            MOVE RM-ALUNOS TO WRK-ESP-RM-CHK.
            MOVE NOME-ALUNOS TO WRK-ESP-NOME-NOVO.
            MOVE 'I' TO WRK-ESP-ORIGEM-NOVA.
            PERFORM 8740-ALUNO-JA-MATRICULADO.
            IF ESP-ALUNO-MATRICULADO
               MOVE 'N' TO WRK-IMP-ACEITO
               MOVE 'RM DUPLICADO NO ANO' TO WRK-IMP-MOTIVO
            ELSE
               PERFORM 8700-INCLUI-ESPERA
               IF ESP-GRAVADO
                  MOVE 'E' TO WRK-IMP-ACEITO
                  MOVE 'TURMA LOTADA, LISTA DE ESPERA' TO WRK-IMP-MOTIVO
               ELSE
                  MOVE 'N' TO WRK-IMP-ACEITO
                  MOVE 'TURMA LOTADA, JA NA ESPERA' TO WRK-IMP-MOTIVO
               END-IF
            END-IF.

      *-----------ALERTA PRECOCE DE RISCO DE REPROVACAO-------------------

       9780-RISCO-REPROVACAO.
            MOVE 'MODULO - RISCO REPROVACAO' TO WRK-MODULO.
            PERFORM 9796-ABRE-TELA-PROCESSO.
            IF CTRL-ALUNOS-OK = 'N' OR CTRL-DISC-OK = 'N'
               MOVE 'BASE REPROVADA, RESTAURE ANTES' TO WRK-MSGERRO
               PERFORM 9798-FALHA-PROCESSO
            ELSE
               PERFORM 9781-EXECUTA-RISCO
            END-IF.

       9781-EXECUTA-RISCO.
            MOVE 0 TO WRK-ANO-RISCO WRK-BIM-RISCO.
            IF MODO-NOTURNO
               MOVE WRK-JOB-ANO TO WRK-ANO-RISCO
               MOVE WRK-JOB-BIM TO WRK-BIM-RISCO
            ELSE
               ACCEPT TELA-RISCO
            END-IF.
            IF WRK-ANO-RISCO = 0 OR WRK-BIM-RISCO < 1
               OR WRK-BIM-RISCO > 4
               MOVE 'ANO OU BIMESTRE INVALIDO' TO WRK-MSGERRO
               PERFORM 9798-FALHA-PROCESSO
            ELSE
               MOVE 0 TO WRK-QTD-RIS-AVALIADOS WRK-QTD-RIS-TOTAL
               OPEN OUTPUT RISCOREL
               MOVE 0 TO WRK-RIS-DATA-CORTE
               MOVE WRK-ANO-RISCO TO PER-ANO
               MOVE WRK-BIM-RISCO TO PER-BIM
               READ PERIODOS
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE PER-DATA-FECHA TO WRK-RIS-DATA-CORTE
               END-READ
               MOVE WRK-BIM-RISCO TO RIS-TIT-BIM
               MOVE WRK-ANO-RISCO TO RIS-TIT-ANO
               IF WRK-RIS-DATA-CORTE = 0
                  MOVE 'TODAS (ABERTO)' TO RIS-TIT-CORTE
               ELSE
                  MOVE WRK-RIS-DATA-CORTE TO RIS-TIT-CORTE
               END-IF
               WRITE REC-RISCOREL FROM WRK-RIS-TITULO
               WRITE REC-RISCOREL FROM WRK-RIS-LEGENDA
               SORT SORTRIS ON ASCENDING KEY SRI-SERIE
                    DESCENDING KEY SRI-PONTOS
                    ASCENDING KEY SRI-RM
                    INPUT PROCEDURE IS 9782-SELECIONA-RISCO
                    OUTPUT PROCEDURE IS 9788-GRAVA-RISCO
               CLOSE RISCOREL
               DISPLAY 'AVALIADOS: ' WRK-QTD-RIS-AVALIADOS
                       ' EM RISCO: ' WRK-QTD-RIS-TOTAL
               MOVE 'ALERTA PRONTO, VEJA RISCOREL' TO WRK-MSGERRO
               PERFORM 9797-MENSAGEM-PROCESSO
            END-IF.

       9782-SELECIONA-RISCO.
            MOVE 'N' TO WRK-FIM-ALUNOS.
            MOVE LOW-VALUES TO ALUNOS-CHAVE.
            START ALUNOS KEY IS NOT LESS THAN ALUNOS-CHAVE
              INVALID KEY
                 MOVE 'S' TO WRK-FIM-ALUNOS
            END-START.
            IF ALUNOS-STATUS NOT = 0
               MOVE 'S' TO WRK-FIM-ALUNOS
            END-IF.
            PERFORM 9783-AVALIA-ALUNO-RISCO UNTIL FIM-ALUNOS.

       9783-AVALIA-ALUNO-RISCO.
            READ ALUNOS NEXT RECORD
              AT END
                 MOVE 'S' TO WRK-FIM-ALUNOS
              NOT AT END
                 IF ANO-LETIVO = WRK-ANO-RISCO
                    IF ALUNO-TRANSFERIDO OR ALUNO-DESISTENTE
                       OR ALUNO-CONCLUIDO
                       CONTINUE
                    ELSE
                       PERFORM 9784-PONTUA-ALUNO
                    END-IF
                 END-IF
            END-READ.

       9784-PONTUA-ALUNO.
            ADD 1 TO WRK-QTD-RIS-AVALIADOS.
            MOVE 0 TO WRK-RIS-DISC-ABAIXO WRK-RIS-QTD-ADV
                      WRK-RIS-QTD-SUSP.
            MOVE 'N' TO WRK-FIM-DISC.
            MOVE RM-ALUNOS TO DISC-RM.
            MOVE ANO-LETIVO TO DISC-ANO.
            MOVE ZEROS TO DISC-COD.
            START DISCIPLINAS KEY IS NOT LESS THAN DISCIPLINAS-CHAVE
              INVALID KEY
                 MOVE 'S' TO WRK-FIM-DISC
            END-START.
            IF DISCIPLINAS-STATUS NOT = 0
               MOVE 'S' TO WRK-FIM-DISC
            END-IF.
            PERFORM 9785-EXAMINA-DISC-RISCO UNTIL FIM-DISC.
            MOVE 0 TO WRK-SOMA-FALTAS WRK-SOMA-AULAS.
            MOVE 'N' TO WRK-FIM-FREQ.
            MOVE RM-ALUNOS TO FREQ-RM.
            MOVE ANO-LETIVO TO FREQ-ANO.
            MOVE ZEROS TO FREQ-COD.
            START FREQUENCIA KEY IS NOT LESS THAN FREQUENCIA-CHAVE
              INVALID KEY
                 MOVE 'S' TO WRK-FIM-FREQ
            END-START.
            IF FREQUENCIA-STATUS NOT = 0
               MOVE 'S' TO WRK-FIM-FREQ
            END-IF.
            PERFORM 9786-SOMA-FREQ-RISCO UNTIL FIM-FREQ.
            COMPUTE WRK-RIS-FALTAS-PROJ =
                (WRK-SOMA-FALTAS * 4) / WRK-BIM-RISCO.
            IF WRK-SOMA-AULAS = 0
               MOVE 100 TO WRK-FREQ-PERC
            ELSE
               IF WRK-RIS-FALTAS-PROJ > WRK-SOMA-AULAS
                  MOVE 0 TO WRK-FREQ-PERC
               ELSE
                  COMPUTE WRK-FREQ-PERC =
                      ((WRK-SOMA-AULAS - WRK-RIS-FALTAS-PROJ) * 100)
                      / WRK-SOMA-AULAS
               END-IF
            END-IF.
            MOVE 'N' TO WRK-FIM-OCO.
            MOVE RM-ALUNOS TO OCO-RM.
            MOVE ANO-LETIVO TO OCO-ANO.
            MOVE ZEROS TO OCO-SEQ.
            START OCORRENCIAS KEY IS NOT LESS THAN OCORRENCIAS-CHAVE
              INVALID KEY
                 MOVE 'S' TO WRK-FIM-OCO
            END-START.
            IF OCORRENCIAS-STATUS NOT = 0
               MOVE 'S' TO WRK-FIM-OCO
            END-IF.
            PERFORM 9787-CONTA-OCO-RISCO UNTIL FIM-OCO.
            COMPUTE WRK-RIS-PONTOS = (WRK-RIS-DISC-ABAIXO * 2) +
                WRK-RIS-QTD-ADV + (WRK-RIS-QTD-SUSP * 2).
            MOVE ANO-LETIVO TO WRK-REG-ANO-CHK.
            MOVE SERIE-ALUNOS TO WRK-REG-SERIE-CHK.
            MOVE 0 TO WRK-REG-COD-CHK.
            PERFORM 7270-BUSCA-REGRA.
            IF WRK-FREQ-PERC < WRK-REGRA-FREQ
               ADD 3 TO WRK-RIS-PONTOS
            END-IF.
            IF WRK-RIS-PONTOS > 0
               MOVE SERIE-ALUNOS TO SRI-SERIE
               MOVE WRK-RIS-PONTOS TO SRI-PONTOS
               MOVE RM-ALUNOS TO SRI-RM
               MOVE NOME-ALUNOS TO SRI-NOME
               MOVE WRK-RIS-DISC-ABAIXO TO SRI-DISC-ABAIXO
               MOVE WRK-FREQ-PERC TO SRI-FREQ
               MOVE WRK-RIS-QTD-ADV TO SRI-ADV
               MOVE WRK-RIS-QTD-SUSP TO SRI-SUSP
               RELEASE SORTRIS-REG
               ADD 1 TO WRK-QTD-RIS-TOTAL
            END-IF.

       9785-EXAMINA-DISC-RISCO.
            READ DISCIPLINAS NEXT RECORD
              AT END
                 MOVE 'S' TO WRK-FIM-DISC
              NOT AT END
                 IF DISC-RM = RM-ALUNOS AND DISC-ANO = ANO-LETIVO
                    MOVE SERIE-ALUNOS TO WRK-REG-SERIE-CHK
                    MOVE DISC-ANO TO WRK-REG-ANO-CHK
                    MOVE DISC-COD TO WRK-REG-COD-CHK
                    PERFORM 7270-BUSCA-REGRA
                    MOVE DISC-NOTA-1BIMESTRE TO WRK-REG-NOTA1
                    MOVE DISC-NOTA-2BIMESTRE TO WRK-REG-NOTA2
                    MOVE DISC-NOTA-3BIMESTRE TO WRK-REG-NOTA3
                    MOVE DISC-NOTA-4BIMESTRE TO WRK-REG-NOTA4
                    EVALUATE WRK-BIM-RISCO
                     WHEN 1
                        MOVE 0 TO WRK-REGRA-PESO2 WRK-REGRA-PESO3
                                  WRK-REGRA-PESO4
                     WHEN 2
                        MOVE 0 TO WRK-REGRA-PESO3 WRK-REGRA-PESO4
                     WHEN 3
                        MOVE 0 TO WRK-REGRA-PESO4
                    END-EVALUATE
                    COMPUTE WRK-REGRA-SOMA-PESOS = WRK-REGRA-PESO1 +
                        WRK-REGRA-PESO2 + WRK-REGRA-PESO3 +
                        WRK-REGRA-PESO4
                    IF WRK-REGRA-SOMA-PESOS > 0
                       PERFORM 7280-CALCULA-MEDIA-REGRA
                       MOVE WRK-REG-MEDIA-CALC TO WRK-MEDIA-DISC
                       IF WRK-MEDIA-DISC < WRK-REGRA-MEDIA
                          ADD 1 TO WRK-RIS-DISC-ABAIXO
                       END-IF
                    END-IF
                 ELSE
                    MOVE 'S' TO WRK-FIM-DISC
                 END-IF
            END-READ.

       9786-SOMA-FREQ-RISCO.
            READ FREQUENCIA NEXT RECORD
              AT END
                 MOVE 'S' TO WRK-FIM-FREQ
              NOT AT END
                 IF FREQ-RM = RM-ALUNOS AND FREQ-ANO = ANO-LETIVO
                    ADD FREQ-FALTAS-1BIMESTRE TO WRK-SOMA-FALTAS
                    IF WRK-BIM-RISCO > 1
                       ADD FREQ-FALTAS-2BIMESTRE TO WRK-SOMA-FALTAS
                    END-IF
                    IF WRK-BIM-RISCO > 2
                       ADD FREQ-FALTAS-3BIMESTRE TO WRK-SOMA-FALTAS
                    END-IF
                    IF WRK-BIM-RISCO > 3
                       ADD FREQ-FALTAS-4BIMESTRE TO WRK-SOMA-FALTAS
                    END-IF
                    ADD FREQ-AULAS-DADAS TO WRK-SOMA-AULAS
                 ELSE
                    MOVE 'S' TO WRK-FIM-FREQ
                 END-IF
            END-READ.

       9787-CONTA-OCO-RISCO.
            READ OCORRENCIAS NEXT RECORD
              AT END
                 MOVE 'S' TO WRK-FIM-OCO
              NOT AT END
                 IF OCO-RM = RM-ALUNOS AND OCO-ANO = ANO-LETIVO
                    IF WRK-RIS-DATA-CORTE = 0
                       OR OCO-DATA NOT > WRK-RIS-DATA-CORTE
                       IF OCO-ADVERTENCIA
                          ADD 1 TO WRK-RIS-QTD-ADV
                       END-IF
                       IF OCO-SUSPENSAO
                          ADD 1 TO WRK-RIS-QTD-SUSP
                       END-IF
                    END-IF
                 ELSE
                    MOVE 'S' TO WRK-FIM-OCO
                 END-IF
            END-READ.

       9788-GRAVA-RISCO.
            MOVE 'N' TO WRK-FIM-SORTRIS.
            MOVE SPACES TO WRK-RIS-SERIE-ANT.
            MOVE 0 TO WRK-QTD-RIS-SERIE WRK-QTD-RIS-ALTO.
            RETURN SORTRIS AT END MOVE 'S' TO WRK-FIM-SORTRIS.
            PERFORM 9789-LINHA-RISCO UNTIL FIM-SORTRIS.
            IF WRK-RIS-SERIE-ANT NOT = SPACES
               PERFORM 9790-TOTAIS-RISCO
            END-IF.

       9789-LINHA-RISCO.
            IF SRI-SERIE NOT = WRK-RIS-SERIE-ANT
               IF WRK-RIS-SERIE-ANT NOT = SPACES
                  PERFORM 9790-TOTAIS-RISCO
                  MOVE 0 TO WRK-QTD-RIS-SERIE WRK-QTD-RIS-ALTO
               END-IF
               MOVE SRI-SERIE TO RIS-SER-SERIE
               WRITE REC-RISCOREL FROM WRK-RIS-SERIE-LIN
               WRITE REC-RISCOREL FROM WRK-RIS-CAB
               MOVE SRI-SERIE TO WRK-RIS-SERIE-ANT
            END-IF.
            MOVE SPACES TO WRK-RIS-LIN.
            MOVE SRI-RM TO RIS-RM.
            MOVE SRI-NOME TO RIS-NOME.
            MOVE SRI-DISC-ABAIXO TO RIS-DISC.
            MOVE SRI-FREQ TO RIS-FREQ.
            MOVE '%' TO RIS-ROT-PERC.
            MOVE SRI-ADV TO RIS-ADV.
            MOVE SRI-SUSP TO RIS-SUSP.
            MOVE SRI-PONTOS TO RIS-PONTOS.
            EVALUATE TRUE
             WHEN SRI-PONTOS NOT < 6
                MOVE 'ALTO ' TO RIS-NIVEL
                ADD 1 TO WRK-QTD-RIS-ALTO
             WHEN SRI-PONTOS NOT < 3
                MOVE 'MEDIO' TO RIS-NIVEL
             WHEN OTHER
                MOVE 'BAIXO' TO RIS-NIVEL
            END-EVALUATE.
            WRITE REC-RISCOREL FROM WRK-RIS-LIN.
            ADD 1 TO WRK-QTD-RIS-SERIE.
            RETURN SORTRIS AT END MOVE 'S' TO WRK-FIM-SORTRIS.

       9790-TOTAIS-RISCO.
            MOVE 'ALUNOS EM RISCO.: ' TO RIS-TOT-TEXTO.
            MOVE WRK-QTD-RIS-SERIE TO RIS-TOT-QTD.
            WRITE REC-RISCOREL FROM WRK-RIS-TOT.
            MOVE 'RISCO ALTO......: ' TO RIS-TOT-TEXTO.
            MOVE WRK-QTD-RIS-ALTO TO RIS-TOT-QTD.
            WRITE REC-RISCOREL FROM WRK-RIS-TOT.

      *-----------TELA E MENSAGENS DOS PROCESSOS (OPERADOR OU NOTURNO)----

       9796-ABRE-TELA-PROCESSO.
            IF MODO-INTERATIVO
               DISPLAY TELA-2
            END-IF.

       9797-MENSAGEM-PROCESSO.
            IF MODO-INTERATIVO
               ACCEPT MOSTRA-ERRO
            ELSE
               MOVE WRK-MSGERRO TO WRK-JOB-MSG
            END-IF.

       9798-FALHA-PROCESSO.
            MOVE 'N' TO WRK-JOB-RESULT.
            PERFORM 9797-MENSAGEM-PROCESSO.

      *-----------EXECUCAO NOTURNA: CADEIA DE PROCESSOS DO JOBCTL---------

       9800-CADEIA-NOTURNA.
            MOVE 'NOTURNO' TO WRK-USU-ATUAL.
            MOVE 'C' TO WRK-PERFIL-ATUAL.
            ACCEPT WRK-JOB-DATA FROM DATE YYYYMMDD.
            ACCEPT WRK-JOB-HORA FROM TIME.
            PERFORM 9802-LE-PONTO-RETOMADA.
            OPEN EXTEND JOBLOG
              IF JOBLOG-STATUS = 35 THEN
                  OPEN OUTPUT JOBLOG
                  CLOSE JOBLOG
                  OPEN EXTEND JOBLOG
               END-IF.
            MOVE WRK-JOB-DATA TO JLG-INI-DATA.
            DIVIDE WRK-JOB-HORA BY 100 GIVING JLG-INI-HORA.
            MOVE WRK-JOB-RETOMA TO JLG-INI-PASSO.
            WRITE REC-JOBLOG FROM WRK-JLG-INICIO.
            MOVE 0 TO WRK-JOB-QTD-PASSOS WRK-JOB-PASSO-FALHO.
            MOVE 'S' TO WRK-JOB-CADEIA.
            OPEN INPUT JOBCTL.
            IF JOBCTL-STATUS NOT = 0
               MOVE 'ARQUIVO JOBCTL.TXT NAO ENCONTRADO, NADA EXECUTADO'
                    TO JLG-AVISO
               WRITE REC-JOBLOG FROM WRK-JLG-AVISO
               MOVE 'N' TO WRK-JOB-CADEIA
               MOVE WRK-JOB-RETOMA TO WRK-JOB-PASSO-FALHO
            ELSE
               MOVE 'N' TO WRK-FIM-JOB
               PERFORM 9805-LE-PASSO UNTIL FIM-JOB
               CLOSE JOBCTL
               PERFORM 9815-GRAVA-PONTO-RETOMADA
            END-IF.
            MOVE WRK-JOB-QTD-PASSOS TO JLG-FIM-QTD.
            IF CADEIA-CONCLUIDA
               MOVE 'CONCLUIDA' TO JLG-FIM-SIT
               MOVE 0 TO JLG-FIM-PONTO
            ELSE
               MOVE 'INTERROMPIDA' TO JLG-FIM-SIT
               MOVE WRK-JOB-PASSO-FALHO TO JLG-FIM-PONTO
            END-IF.
            WRITE REC-JOBLOG FROM WRK-JLG-FIM.
            CLOSE JOBLOG.
            DISPLAY 'CADEIA NOTURNA ' JLG-FIM-SIT
                    ' - VEJA JOBLOG.TXT'.

      *-----------PONTO DE RETOMADA DEIXADO PELA ULTIMA EXECUCAO----------

       9802-LE-PONTO-RETOMADA.
            MOVE 0 TO WRK-JOB-RETOMA.
            OPEN INPUT JOBPONTO.
            IF JOBPONTO-STATUS = 0
               READ JOBPONTO
                 AT END
                    CONTINUE
                 NOT AT END
                    IF PNT-PASSO NUMERIC
                       MOVE PNT-PASSO TO WRK-JOB-RETOMA
                    END-IF
               END-READ
               CLOSE JOBPONTO
            END-IF.

      *-----------LEITURA DO JOBCTL (LINHAS COM '*' SAO COMENTARIO)-------

       9805-LE-PASSO.
            READ JOBCTL
              AT END
                 MOVE 'S' TO WRK-FIM-JOB
              NOT AT END
                 IF JOB-PASSO NUMERIC
                    IF JOB-PASSO < WRK-JOB-RETOMA
                       PERFORM 9812-PASSO-JA-EXECUTADO
                    ELSE
                       PERFORM 9810-EXECUTA-PASSO
                       IF PASSO-FALHOU
                          MOVE 'N' TO WRK-JOB-CADEIA
                          MOVE JOB-PASSO TO WRK-JOB-PASSO-FALHO
                          MOVE 'S' TO WRK-FIM-JOB
                       END-IF
                    END-IF
                 END-IF
            END-READ.

       9810-EXECUTA-PASSO.
            MOVE 'S' TO WRK-JOB-RESULT.
            MOVE 0 TO WRK-JOB-QTD.
            MOVE SPACES TO WRK-JOB-MSG WRK-MSGERRO.
            IF JOB-ANO NUMERIC
               MOVE JOB-ANO TO WRK-JOB-ANO
            ELSE
               MOVE 0 TO WRK-JOB-ANO
            END-IF.
            IF JOB-BIM NUMERIC
               MOVE JOB-BIM TO WRK-JOB-BIM
            ELSE
               MOVE 0 TO WRK-JOB-BIM
            END-IF.
            ACCEPT WRK-JOB-HORA-INI FROM TIME.
            EVALUATE JOB-PROCESSO
             WHEN '3'
                PERFORM 9660-RECONCILIA-NOTAS
                COMPUTE WRK-JOB-QTD = WRK-QTD-DIVERGENTES
                      + WRK-QTD-SEM-DISC + WRK-QTD-ORFAOS
             WHEN '4'
                PERFORM 9675-BACKUP-ARQUIVOS
             WHEN '8'
                PERFORM 9710-CRITICA-FECHAMENTO
             WHEN 'E'
                PERFORM 9740-ESTATISTICA-DESEMPENHO
             WHEN 'X'
                PERFORM 9760-EXPORTA-CENSO
                MOVE WRK-QTD-CENSO TO WRK-JOB-QTD
             WHEN 'R'
                PERFORM 9780-RISCO-REPROVACAO
                MOVE WRK-QTD-RIS-AVALIADOS TO WRK-JOB-QTD
             WHEN 'I'
                PERFORM 5600-INTEGRIDADE-REFERENCIAL
                MOVE WRK-QTD-INT-VINCULOS TO WRK-JOB-QTD
             WHEN OTHER
                MOVE 'N' TO WRK-JOB-RESULT
                MOVE 'PROCESSO NAO PREVISTO NA CADEIA' TO WRK-JOB-MSG
            END-EVALUATE.
            ACCEPT WRK-JOB-HORA-FIM FROM TIME.
            ADD 1 TO WRK-JOB-QTD-PASSOS.
            MOVE JOB-HI-HHMMSS TO JLG-HORA-INI.
            MOVE JOB-HF-HHMMSS TO JLG-HORA-FIM.
            MOVE WRK-JOB-QTD TO JLG-QTD.
            IF PASSO-CONCLUIDO
               MOVE 'OK' TO JLG-STATUS
            ELSE
               MOVE 'FALHOU' TO JLG-STATUS
            END-IF.
            PERFORM 9814-GRAVA-LINHA-PASSO.

       9812-PASSO-JA-EXECUTADO.
            IF JOB-ANO NUMERIC
               MOVE JOB-ANO TO WRK-JOB-ANO
            ELSE
               MOVE 0 TO WRK-JOB-ANO
            END-IF.
            IF JOB-BIM NUMERIC
               MOVE JOB-BIM TO WRK-JOB-BIM
            ELSE
               MOVE 0 TO WRK-JOB-BIM
            END-IF.
            MOVE 0 TO JLG-HORA-INI JLG-HORA-FIM JLG-QTD.
            MOVE 'PULADO' TO JLG-STATUS.
            MOVE 'CONCLUIDO EM EXECUCAO ANTERIOR' TO WRK-JOB-MSG.
            PERFORM 9814-GRAVA-LINHA-PASSO.

       9814-GRAVA-LINHA-PASSO.
            MOVE JOB-PASSO TO JLG-PASSO.
            MOVE JOB-PROCESSO TO JLG-PROC.
            MOVE WRK-JOB-ANO TO JLG-ANO.
            MOVE WRK-JOB-BIM TO JLG-BIM.
            MOVE WRK-JOB-MSG TO JLG-MSG.
            WRITE REC-JOBLOG FROM WRK-JLG-PASSO-LIN.

      *-----------GRAVA O PASSO DE RETOMADA (00 = CADEIA COMPLETA)--------

       9815-GRAVA-PONTO-RETOMADA.
            OPEN OUTPUT JOBPONTO.
            MOVE SPACES TO JOBPONTO-REG.
            IF CADEIA-CONCLUIDA
               MOVE 0 TO PNT-PASSO
            ELSE
               MOVE WRK-JOB-PASSO-FALHO TO PNT-PASSO
            END-IF.
            MOVE WRK-JOB-DATA TO PNT-DATA.
            MOVE WRK-JOB-HORA TO PNT-HORA.
            WRITE JOBPONTO-REG.
            CLOSE JOBPONTO.

      *-----------------BOLETIM ESCOLAR DO ALUNO--------------------------

       6300-BOLETIM-ESCOLAR.
            MOVE 'MODULO - BOLETIM ESCOLAR' TO WRK-MODULO.
            DISPLAY TELA.
            IF CTRL-ALUNOS-OK = 'N' OR CTRL-DISC-OK = 'N'
               MOVE 'BASE REPROVADA, RESTAURE ANTES' TO WRK-MSGERRO
               ACCEPT MOSTRA-ERRO
            ELSE
               PERFORM 6305-EXECUTA-BOLETIM
            END-IF.

       6305-EXECUTA-BOLETIM.
            MOVE 0 TO WRK-RM-BOLETIM WRK-ANO-BOLETIM.
            MOVE SPACES TO WRK-SERIE-BOLETIM.
            ACCEPT TELA-BOLETIM.
            IF WRK-ANO-BOLETIM = 0
               MOVE 'ANO LETIVO INVALIDO' TO WRK-MSGERRO
               ACCEPT MOSTRA-ERRO
            ELSE
               OPEN OUTPUT BOLETIM
               MOVE 0 TO WRK-QTD-BOLETINS
               IF WRK-RM-BOLETIM > 0
                  MOVE WRK-RM-BOLETIM TO RM-ALUNOS
                  MOVE WRK-ANO-BOLETIM TO ANO-LETIVO
                  READ ALUNOS
                    INVALID KEY
                       MOVE 'ALUNO NAO ENCONTRADO' TO WRK-MSGERRO
                       ACCEPT MOSTRA-ERRO
                    NOT INVALID KEY
                       PERFORM 6320-EMITE-BOLETIM
                  END-READ
               ELSE
                  MOVE 'N' TO WRK-FIM-ALUNOS
                  MOVE WRK-SERIE-BOLETIM TO ALU-TURMA-SERIE
                  MOVE WRK-ANO-BOLETIM TO ALU-TURMA-ANO
                  START ALUNOS KEY IS NOT LESS THAN
                        ALUNOS-CHAVE-TURMA
                    INVALID KEY
                       MOVE 'S' TO WRK-FIM-ALUNOS
                  END-START
                  IF ALUNOS-STATUS NOT = 0
                     MOVE 'S' TO WRK-FIM-ALUNOS
                  END-IF
                  PERFORM 6310-BOLETIM-SERIE UNTIL FIM-ALUNOS
               END-IF
               CLOSE BOLETIM
               IF WRK-QTD-BOLETINS = 0
                  MOVE 'NENHUM BOLETIM GERADO' TO WRK-MSGERRO
               ELSE
                  MOVE 'BOLETINS GERADOS, VEJA BOLETIM.TXT'
                  TO WRK-MSGERRO
               END-IF
               ACCEPT MOSTRA-ERRO
            END-IF.

       6310-BOLETIM-SERIE.
            READ ALUNOS NEXT RECORD
              AT END
                 MOVE 'S' TO WRK-FIM-ALUNOS
              NOT AT END
                 IF ALU-TURMA-SERIE = WRK-SERIE-BOLETIM
                    AND ALU-TURMA-ANO = WRK-ANO-BOLETIM
                    IF NOT ALUNO-TRANSFERIDO
                       AND NOT ALUNO-DESISTENTE
                       PERFORM 6320-EMITE-BOLETIM
                    END-IF
                 ELSE
                    MOVE 'S' TO WRK-FIM-ALUNOS
                 END-IF
            END-READ.

       6320-EMITE-BOLETIM.
            WRITE REC-BOLETIM FROM WRK-BOL-SEPARA.
            MOVE ANO-LETIVO TO BOL-CAB-ANO.
            WRITE REC-BOLETIM FROM WRK-BOL-CAB1.
            MOVE RM-ALUNOS TO BOL-CAB-RM.
            MOVE NOME-ALUNOS TO BOL-CAB-NOME.
            MOVE SERIE-ALUNOS TO BOL-CAB-SERIE.
            WRITE REC-BOLETIM FROM WRK-BOL-CAB2.
            WRITE REC-BOLETIM FROM WRK-BOL-CAB3.
            MOVE 'N' TO WRK-FIM-DISC.
            MOVE RM-ALUNOS TO DISC-RM.
            MOVE ANO-LETIVO TO DISC-ANO.
            MOVE ZEROS TO DISC-COD.
            START DISCIPLINAS KEY IS NOT LESS THAN DISCIPLINAS-CHAVE
              INVALID KEY
                 MOVE 'S' TO WRK-FIM-DISC
            END-START.
            IF DISCIPLINAS-STATUS NOT = 0
               MOVE 'S' TO WRK-FIM-DISC
            END-IF.
            PERFORM 6330-LINHA-BOLETIM UNTIL FIM-DISC.
            PERFORM 7285-MEDIA-DO-ALUNO.
            MOVE WRK-MEDIA TO BOL-FINAL-MEDIA.
            PERFORM 9090-CALCULA-STATUS-FINAL.
            MOVE WRK-MEDIA-STATUS TO BOL-FINAL-STATUS.
            WRITE REC-BOLETIM FROM WRK-BOL-RODAPE.
            ADD 1 TO WRK-QTD-BOLETINS.

       6330-LINHA-BOLETIM.
            READ DISCIPLINAS NEXT RECORD
              AT END
                 MOVE 'S' TO WRK-FIM-DISC
              NOT AT END
                 IF DISC-RM = RM-ALUNOS AND DISC-ANO = ANO-LETIVO
                    MOVE SERIE-ALUNOS TO WRK-REG-SERIE-CHK
                    PERFORM 7290-MEDIA-DA-DISCIPLINA
                    MOVE SPACES TO WRK-BOL-LIN
                    PERFORM 4750-BUSCA-CATALOGO
                    IF CATALOGO-OK
                       MOVE CAT-NOME TO BOL-DISC-NOME
                    ELSE
                       MOVE DISC-NOME TO BOL-DISC-NOME
                    END-IF
                    MOVE DISC-NOTA-1BIMESTRE TO BOL-NOTA1
                    MOVE DISC-NOTA-2BIMESTRE TO BOL-NOTA2
                    MOVE DISC-NOTA-3BIMESTRE TO BOL-NOTA3
                    MOVE DISC-NOTA-4BIMESTRE TO BOL-NOTA4
                    IF WRK-MEDIA-DISC >= WRK-REGRA-MEDIA
                       MOVE 'APROVADO ' TO BOL-RESULT
                    ELSE
                       MOVE 'REPROVADO' TO BOL-RESULT
                       MOVE DISC-RM TO RCP-RM
                       MOVE DISC-ANO TO RCP-ANO
                       MOVE DISC-COD TO RCP-COD
                       READ RECUPERA
                         INVALID KEY
                            CONTINUE
                         NOT INVALID KEY
                            IF RCP-RESULTADO NOT = 'P'
                               MOVE RCP-MEDIA-FINAL TO WRK-MEDIA-DISC
                               IF RCP-RESULTADO = 'A'
                                  MOVE 'APROVADO ' TO BOL-RESULT
                               END-IF
                            END-IF
                       END-READ
                    END-IF
                    MOVE WRK-MEDIA-DISC TO BOL-MEDIA
                    WRITE REC-BOLETIM FROM WRK-BOL-LIN
                 ELSE
                    MOVE 'S' TO WRK-FIM-DISC
                 END-IF
            END-READ.

      *-----------BACKUP (DESCARGA) DOS ARQUIVOS INDEXADOS----------------

       9675-BACKUP-ARQUIVOS.
            MOVE 'MODULO - BACKUP' TO WRK-MODULO.
            PERFORM 9796-ABRE-TELA-PROCESSO.
            IF CTRL-ALUNOS-OK = 'N' OR CTRL-DISC-OK = 'N'
               MOVE 'BASE REPROVADA, RESTAURE ANTES' TO WRK-MSGERRO
               PERFORM 9798-FALHA-PROCESSO
            ELSE
               PERFORM 9676-DESCARGA-ARQUIVOS
            END-IF.

       9676-DESCARGA-ARQUIVOS.
            MOVE 'BKP' TO BKP-CAB-ID.
            ACCEPT BKP-CAB-DATA FROM DATE YYYYMMDD.
            OPEN OUTPUT ALUBKP.
            WRITE REC-ALUBKP FROM WRK-BKP-CAB.
            MOVE 0 TO WRK-QTD-DESCARGA.
            MOVE LOW-VALUES TO ALUNOS-CHAVE.
            START ALUNOS KEY IS NOT LESS THAN ALUNOS-CHAVE
              INVALID KEY
                 DISPLAY "NAO ACHOU"
            END-START.
            IF ALUNOS-STATUS = 0
               PERFORM 9677-DESCARGA-ALUNO
                  UNTIL ALUNOS-STATUS NOT = 0
            END-IF.
            MOVE 'FIM' TO BKP-TRL-ID.
            MOVE WRK-QTD-DESCARGA TO BKP-TRL-QTD.
            WRITE REC-ALUBKP FROM WRK-BKP-TRAILER.
            CLOSE ALUBKP.
            DISPLAY 'ALUNOS COPIADOS: ' WRK-QTD-DESCARGA.
            ADD WRK-QTD-DESCARGA TO WRK-JOB-QTD.
            OPEN OUTPUT DISBKP.
            WRITE REC-DISBKP FROM WRK-BKP-CAB.
            MOVE 0 TO WRK-QTD-DESCARGA.
            MOVE LOW-VALUES TO DISCIPLINAS-CHAVE.
            START DISCIPLINAS KEY IS NOT LESS THAN DISCIPLINAS-CHAVE
              INVALID KEY
                 DISPLAY "NAO ACHOU"
            END-START.
            IF DISCIPLINAS-STATUS = 0
               PERFORM 9679-DESCARGA-DISC
                  UNTIL DISCIPLINAS-STATUS NOT = 0
            END-IF.
            MOVE 'FIM' TO BKP-TRL-ID.
            MOVE WRK-QTD-DESCARGA TO BKP-TRL-QTD.
            WRITE REC-DISBKP FROM WRK-BKP-TRAILER.
            CLOSE DISBKP.
            DISPLAY 'DISCIPLINAS COPIADAS: ' WRK-QTD-DESCARGA.
            ADD WRK-QTD-DESCARGA TO WRK-JOB-QTD.
            MOVE 'BACKUP CONCLUIDO' TO WRK-MSGERRO.
            PERFORM 9797-MENSAGEM-PROCESSO.

       9677-DESCARGA-ALUNO.
            READ ALUNOS NEXT RECORD
              AT END
                 CONTINUE
              NOT AT END
                 WRITE REC-ALUBKP FROM ALUNOS-REG
                 ADD 1 TO WRK-QTD-DESCARGA
            END-READ.

       9679-DESCARGA-DISC.
            READ DISCIPLINAS NEXT RECORD
              AT END
                 CONTINUE
              NOT AT END
                 WRITE REC-DISBKP FROM DISCIPLINAS-REG
                 ADD 1 TO WRK-QTD-DESCARGA
            END-READ.

      *-----------RESTAURACAO (RECARGA) DOS ARQUIVOS INDEXADOS------------

       9684-RESTAURA-ARQUIVOS.
            MOVE 'MODULO - RESTAURACAO' TO WRK-MODULO.
            DISPLAY TELA-2.
            OPEN OUTPUT BKPRELAT.
            PERFORM 9686-RECARGA-ALUNOS.
            PERFORM 9690-RECARGA-DISC.
            PERFORM 9694-GRAVA-CONTROLE.
            CLOSE BKPRELAT.
            MOVE 'RESTAURACAO PRONTA, VEJA BKPRELAT' TO WRK-MSGERRO.
            ACCEPT MOSTRA-ERRO.

       9686-RECARGA-ALUNOS.
            OPEN INPUT ALUBKP.
            IF ALUBKP-STATUS NOT = 0
               MOVE SPACES TO WRK-BKP-LIN
               MOVE 'ALUBKP NAO ACHADO  :' TO BKP-LIN-TEXTO
               WRITE REC-BKPRELAT FROM WRK-BKP-LIN
            ELSE
               MOVE SPACES TO WRK-BKP-CAB
               READ ALUBKP INTO WRK-BKP-CAB
                 AT END
                    CONTINUE
               END-READ
               IF BKP-CAB-ID NOT = 'BKP'
                  MOVE SPACES TO WRK-BKP-LIN
                  MOVE 'ALUBKP SEM CABECALHO' TO BKP-LIN-TEXTO
                  WRITE REC-BKPRELAT FROM WRK-BKP-LIN
               ELSE
                  CLOSE ALUNOS
                  OPEN OUTPUT ALUNOS
                  MOVE 0 TO WRK-QTD-RECARGA WRK-QTD-LIDOS-BKP
                            WRK-QTD-DUPLICADOS WRK-QTD-FORA-SEQ
                            WRK-QTD-ESPERADA
                  MOVE 'N' TO WRK-FIM-BKP WRK-TEM-TRAILER
                  MOVE LOW-VALUES TO WRK-CHAVE-ANT-ALU
                  PERFORM 9688-CARREGA-ALUNO-BKP UNTIL FIM-BKP
                  CLOSE ALUNOS
                  OPEN I-O ALUNOS
                  PERFORM 9696-VERIFICA-ALUNOS
               END-IF
               CLOSE ALUBKP
            END-IF.

       9688-CARREGA-ALUNO-BKP.
            READ ALUBKP
              AT END
                 MOVE 'S' TO WRK-FIM-BKP
              NOT AT END
                 IF REC-ALUBKP(1:3) = 'FIM'
                    MOVE 'S' TO WRK-TEM-TRAILER
                    MOVE REC-ALUBKP(4:5) TO WRK-QTD-ESPERADA
                 ELSE
                    ADD 1 TO WRK-QTD-LIDOS-BKP
                    MOVE REC-ALUBKP TO ALUNOS-REG
                    PERFORM 2750-MONTA-CHAVE-TURMA
                    IF ALUNOS-CHAVE NOT > WRK-CHAVE-ANT-ALU
                       ADD 1 TO WRK-QTD-FORA-SEQ
                    END-IF
                    MOVE ALUNOS-CHAVE TO WRK-CHAVE-ANT-ALU
                    WRITE ALUNOS-REG
                      INVALID KEY
                         ADD 1 TO WRK-QTD-DUPLICADOS
                      NOT INVALID KEY
                         ADD 1 TO WRK-QTD-RECARGA
                    END-WRITE
                 END-IF
            END-READ.

       9690-RECARGA-DISC.
            OPEN INPUT DISBKP.
            IF DISBKP-STATUS NOT = 0
               MOVE SPACES TO WRK-BKP-LIN
               MOVE 'DISBKP NAO ACHADO  :' TO BKP-LIN-TEXTO
               WRITE REC-BKPRELAT FROM WRK-BKP-LIN
            ELSE
               MOVE SPACES TO WRK-BKP-CAB
               READ DISBKP INTO WRK-BKP-CAB
                 AT END
                    CONTINUE
               END-READ
               IF BKP-CAB-ID NOT = 'BKP'
                  MOVE SPACES TO WRK-BKP-LIN
                  MOVE 'DISBKP SEM CABECALHO' TO BKP-LIN-TEXTO
                  WRITE REC-BKPRELAT FROM WRK-BKP-LIN
               ELSE
                  CLOSE DISCIPLINAS
                  OPEN OUTPUT DISCIPLINAS
                  MOVE 0 TO WRK-QTD-RECARGA WRK-QTD-LIDOS-BKP
                            WRK-QTD-DUPLICADOS WRK-QTD-FORA-SEQ
                            WRK-QTD-ESPERADA
                  MOVE 'N' TO WRK-FIM-BKP WRK-TEM-TRAILER
                  MOVE LOW-VALUES TO WRK-CHAVE-ANT-DISC
                  PERFORM 9692-CARREGA-DISC-BKP UNTIL FIM-BKP
                  CLOSE DISCIPLINAS
                  OPEN I-O DISCIPLINAS
                  PERFORM 9698-VERIFICA-DISC
               END-IF
               CLOSE DISBKP
            END-IF.

       9692-CARREGA-DISC-BKP.
            READ DISBKP
              AT END
                 MOVE 'S' TO WRK-FIM-BKP
              NOT AT END
                 IF REC-DISBKP(1:3) = 'FIM'
                    MOVE 'S' TO WRK-TEM-TRAILER
                    MOVE REC-DISBKP(4:5) TO WRK-QTD-ESPERADA
                 ELSE
                    ADD 1 TO WRK-QTD-LIDOS-BKP
                    MOVE REC-DISBKP TO DISCIPLINAS-REG
                    IF DISCIPLINAS-CHAVE NOT > WRK-CHAVE-ANT-DISC
                       ADD 1 TO WRK-QTD-FORA-SEQ
                    END-IF
                    MOVE DISCIPLINAS-CHAVE TO WRK-CHAVE-ANT-DISC
                    WRITE DISCIPLINAS-REG
                      INVALID KEY
                         ADD 1 TO WRK-QTD-DUPLICADOS
                      NOT INVALID KEY
                         ADD 1 TO WRK-QTD-RECARGA
                    END-WRITE
                 END-IF
            END-READ.

      *-----------VERIFICACAO DA RECARGA E CONTROLE------------------------

       9696-VERIFICA-ALUNOS.
            MOVE SPACES TO WRK-BKP-LIN.
            MOVE 'ALUNOS LIDOS......:' TO BKP-LIN-TEXTO.
            MOVE WRK-QTD-LIDOS-BKP TO BKP-LIN-QTD.
            WRITE REC-BKPRELAT FROM WRK-BKP-LIN.
            MOVE 'ALUNOS GRAVADOS...:' TO BKP-LIN-TEXTO.
            MOVE WRK-QTD-RECARGA TO BKP-LIN-QTD.
            WRITE REC-BKPRELAT FROM WRK-BKP-LIN.
            MOVE 'ALUNOS ESPERADOS..:' TO BKP-LIN-TEXTO.
            MOVE WRK-QTD-ESPERADA TO BKP-LIN-QTD.
            WRITE REC-BKPRELAT FROM WRK-BKP-LIN.
            MOVE 'CHAVES DUPLICADAS.:' TO BKP-LIN-TEXTO.
            MOVE WRK-QTD-DUPLICADOS TO BKP-LIN-QTD.
            WRITE REC-BKPRELAT FROM WRK-BKP-LIN.
            MOVE 'FORA DE SEQUENCIA.:' TO BKP-LIN-TEXTO.
            MOVE WRK-QTD-FORA-SEQ TO BKP-LIN-QTD.
            WRITE REC-BKPRELAT FROM WRK-BKP-LIN.
            IF SEM-TRAILER
               OR WRK-QTD-LIDOS-BKP NOT = WRK-QTD-ESPERADA
               OR WRK-QTD-DUPLICADOS > 0
               OR WRK-QTD-FORA-SEQ > 0
               MOVE 'N' TO CTRL-ALUNOS-OK
               MOVE SPACES TO WRK-BKP-LIN
               MOVE 'ALUNOS REPROVADO   ' TO BKP-LIN-TEXTO
               WRITE REC-BKPRELAT FROM WRK-BKP-LIN
            ELSE
               MOVE 'S' TO CTRL-ALUNOS-OK
               MOVE SPACES TO WRK-BKP-LIN
               MOVE 'ALUNOS APROVADO    ' TO BKP-LIN-TEXTO
               WRITE REC-BKPRELAT FROM WRK-BKP-LIN
            END-IF.

       9698-VERIFICA-DISC.
            MOVE SPACES TO WRK-BKP-LIN.
            MOVE 'DISC. LIDAS.......:' TO BKP-LIN-TEXTO.
            MOVE WRK-QTD-LIDOS-BKP TO BKP-LIN-QTD.
            WRITE REC-BKPRELAT FROM WRK-BKP-LIN.
            MOVE 'DISC. GRAVADAS....:' TO BKP-LIN-TEXTO.
            MOVE WRK-QTD-RECARGA TO BKP-LIN-QTD.
            WRITE REC-BKPRELAT FROM WRK-BKP-LIN.
            MOVE 'DISC. ESPERADAS...:' TO BKP-LIN-TEXTO.
            MOVE WRK-QTD-ESPERADA TO BKP-LIN-QTD.
            WRITE REC-BKPRELAT FROM WRK-BKP-LIN.
            MOVE 'CHAVES DUPLICADAS.:' TO BKP-LIN-TEXTO.
            MOVE WRK-QTD-DUPLICADOS TO BKP-LIN-QTD.
            WRITE REC-BKPRELAT FROM WRK-BKP-LIN.
            MOVE 'FORA DE SEQUENCIA.:' TO BKP-LIN-TEXTO.
            MOVE WRK-QTD-FORA-SEQ TO BKP-LIN-QTD.
            WRITE REC-BKPRELAT FROM WRK-BKP-LIN.
            IF SEM-TRAILER
               OR WRK-QTD-LIDOS-BKP NOT = WRK-QTD-ESPERADA
               OR WRK-QTD-DUPLICADOS > 0
               OR WRK-QTD-FORA-SEQ > 0
               MOVE 'N' TO CTRL-DISC-OK
               MOVE SPACES TO WRK-BKP-LIN
               MOVE 'DISC. REPROVADO    ' TO BKP-LIN-TEXTO
               WRITE REC-BKPRELAT FROM WRK-BKP-LIN
            ELSE
               MOVE 'S' TO CTRL-DISC-OK
               MOVE SPACES TO WRK-BKP-LIN
               MOVE 'DISC. APROVADO     ' TO BKP-LIN-TEXTO
               WRITE REC-BKPRELAT FROM WRK-BKP-LIN
            END-IF.

       9694-GRAVA-CONTROLE.
            ACCEPT CTRL-DATA FROM DATE YYYYMMDD.
            OPEN OUTPUT CTRLVERI.
            WRITE REC-CTRLVERI FROM WRK-CTRL-REG.
            CLOSE CTRLVERI.

      *-----------------CONSULTA DO LOG DE AUDITORIA----------------------

       6700-CONSULTA-AUDITORIA.
            MOVE 'MODULO - AUDITORIA' TO WRK-MODULO.
            MOVE 0 TO WRK-AUD-FRM WRK-AUD-FDATA-INI WRK-AUD-FDATA-FIM.
            MOVE SPACES TO WRK-AUD-FOPER.
            MOVE 'N' TO WRK-AUD-GRAVA.
            DISPLAY TELA.
            ACCEPT TELA-AUDITORIA.
            MOVE 5 TO WRK-LINHA.
            DISPLAY TELA-2.
            DISPLAY RELAT-CABEC-AUD.
            CLOSE AUDITORIA.
            OPEN INPUT AUDITORIA.
            IF AUDITORIA-STATUS NOT = 0
               MOVE 'AUDITORIA SEM REGISTROS' TO WRK-MSGERRO
               ACCEPT MOSTRA-ERRO
            ELSE
               IF WRK-AUD-GRAVA = 'S'
                  OPEN OUTPUT AUDFILTR
               END-IF
               MOVE 0 TO WRK-QTD-AUD-ACHADAS
               MOVE 'N' TO WRK-FIM-AUD
               PERFORM 6710-LE-AUDITORIA UNTIL FIM-AUD
               IF WRK-AUD-GRAVA = 'S'
                  CLOSE AUDFILTR
               END-IF
               CLOSE AUDITORIA
               DISPLAY 'REGISTROS ACHADOS: ' WRK-QTD-AUD-ACHADAS
               MOVE 'APERTE ALGUMA TECLA' TO WRK-MSGERRO
               ACCEPT MOSTRA-ERRO
            END-IF.
            OPEN EXTEND AUDITORIA.

       6710-LE-AUDITORIA.
            MOVE SPACES TO WRK-AUD-LIN.
            READ AUDITORIA INTO WRK-AUD-LIN
              AT END
                 MOVE 'S' TO WRK-FIM-AUD
              NOT AT END
                 PERFORM 6720-FILTRA-AUDITORIA
                 IF AUD-PASSA
                    PERFORM 6730-MOSTRA-AUDITORIA
                 END-IF
            END-READ.

       6720-FILTRA-AUDITORIA.
            MOVE 'S' TO WRK-AUD-PASSA.
            IF WRK-AUD-FRM > 0 AND AUD-RM NOT = WRK-AUD-FRM
               MOVE 'N' TO WRK-AUD-PASSA
            END-IF.
            IF WRK-AUD-FDATA-INI > 0 AND AUD-DATA < WRK-AUD-FDATA-INI
               MOVE 'N' TO WRK-AUD-PASSA
            END-IF.
            IF WRK-AUD-FDATA-FIM > 0 AND AUD-DATA > WRK-AUD-FDATA-FIM
               MOVE 'N' TO WRK-AUD-PASSA
            END-IF.
            IF WRK-AUD-FOPER NOT = SPACES
               AND AUD-OPERACAO NOT = WRK-AUD-FOPER
               MOVE 'N' TO WRK-AUD-PASSA
            END-IF.

       6730-MOSTRA-AUDITORIA.
            DISPLAY RELAT-AUD-REG.
            ADD 1 TO WRK-LINHA.
            DISPLAY RELAT-AUD-IMAGENS.
            ADD 1 TO WRK-LINHA.
            IF WRK-AUD-GRAVA = 'S'
               WRITE REC-AUDFILTR FROM WRK-AUD-LIN
            END-IF.
            ADD 1 TO WRK-QTD-AUD-ACHADAS.

      *-----------------MODULO DE FREQUENCIA------------------------------

       3100-MODULO-FREQUENCIA.
            PERFORM 3150-MONTA-MENU-FREQ.
            PERFORM 3200-PROCESSA-FREQ UNTIL WRK-OPCAO-FREQ = '5'.

       3150-MONTA-MENU-FREQ.
            MOVE 'MODULO - FREQUENCIA' TO WRK-MODULO.
            DISPLAY TELA.
            ACCEPT MENU-FREQUENCIA.

       3200-PROCESSA-FREQ.
            EVALUATE WRK-OPCAO-FREQ
             WHEN 1
                PERFORM 3300-INCLUIR-FREQ
             WHEN 2
                PERFORM 3400-CONSULTAR-FREQ
             WHEN 3
                PERFORM 3500-ALTERAR-FREQ
             WHEN 4
                PERFORM 3600-EXCLUIR-FREQ
             WHEN OTHER
              IF WRK-OPCAO-FREQ NOT EQUAL '5'
                  DISPLAY 'ENTRE COM A OPCAO CERTA'
              END-IF
            END-EVALUATE.
            IF WRK-OPCAO-FREQ NOT EQUAL '5'
               PERFORM 3150-MONTA-MENU-FREQ
            END-IF.

      *-------------INCLUSAO DE FREQUENCIA--------------------------------

       3300-INCLUIR-FREQ.
             INITIALIZE FREQUENCIA-REG.
             INITIALIZE ALUNOS-REG.
             MOVE 'MODULO - INCLUIR FREQ.' TO WRK-MODULO.
            DISPLAY TELA.
             ACCEPT TELA-FREQUENCIA.
             MOVE FREQ-RM TO RM-ALUNOS.
             MOVE WRK-ANO-FREQ TO ANO-LETIVO.
             MOVE WRK-ANO-FREQ TO FREQ-ANO.
             READ ALUNOS
             INVALID KEY
                MOVE 'ALUNO NAO ENCONTRADO' TO WRK-MSGERRO
                ACCEPT MOSTRA-ERRO
             NOT INVALID KEY
                WRITE FREQUENCIA-REG
                INVALID KEY
                   MOVE 'FREQUENCIA EXISTENTE' TO WRK-MSGERRO
                   ACCEPT MOSTRA-ERRO
                NOT INVALID KEY
                   MOVE 'FREQUENCIA REGISTRADA' TO WRK-MSGERRO
                   ACCEPT MOSTRA-ERRO
                END-WRITE
             END-READ.

      *---------------CONSULTA DE FREQUENCIA------------------------------

       3400-CONSULTAR-FREQ.
             INITIALIZE FREQUENCIA-REG.
             MOVE 'MODULO - CONSULTAR FREQ.' TO WRK-MODULO.
             DISPLAY TELA.
               DISPLAY TELA-FREQUENCIA.
               ACCEPT CHAVE-FREQ.
               MOVE WRK-ANO-FREQ TO FREQ-ANO.
                READ FREQUENCIA
                 INVALID KEY
                 MOVE 'FREQUENCIA NAO ENCONTRADA' TO WRK-MSGERRO
                NOT INVALID KEY
                 MOVE 'FREQUENCIA ENCONTRADA' TO WRK-MSGERRO
                 DISPLAY SS-DADOS-FREQ
                END-READ.
                 ACCEPT MOSTRA-ERRO.

      *--------------ALTERACAO DE FREQUENCIA------------------------------

       3500-ALTERAR-FREQ.
             INITIALIZE FREQUENCIA-REG.
             MOVE 'MODULO - ALTERAR FREQ.' TO WRK-MODULO.
             DISPLAY TELA.
             DISPLAY TELA-FREQUENCIA.
              ACCEPT CHAVE-FREQ.
              MOVE WRK-ANO-FREQ TO FREQ-ANO.
                READ FREQUENCIA
                IF FREQUENCIA-STATUS = 0
                    ACCEPT SS-DADOS-FREQ
                    REWRITE FREQUENCIA-REG
                    IF FREQUENCIA-STATUS = 0
                       MOVE 'REGISTRO DE FREQ. ALTERADO'
                       TO WRK-MSGERRO
                       ACCEPT MOSTRA-ERRO
                    ELSE
                       MOVE 'REGISTRO DE FREQ. NAO ALTERADO'
                       TO WRK-MSGERRO
                       ACCEPT MOSTRA-ERRO
                    END-IF
                ELSE
                    MOVE 'REGISTRO DE FREQ. NAO ENCONTRADO'
                    TO WRK-MSGERRO
                    ACCEPT MOSTRA-ERRO
                END-IF.

      *------------------EXCLUSAO DE FREQUENCIA---------------------------

       3600-EXCLUIR-FREQ.
            INITIALIZE FREQUENCIA-REG
            MOVE 'MODULO - EXCLUIR FREQ.' TO WRK-MODULO.
             DISPLAY TELA.
                DISPLAY TELA-FREQUENCIA
                ACCEPT CHAVE-FREQ.
               MOVE WRK-ANO-FREQ TO FREQ-ANO.
               READ FREQUENCIA
                 INVALID KEY
                  MOVE 'FREQUENCIA NAO ENCONTRADA'  TO WRK-MSGERRO
                 NOT INVALID KEY
                  MOVE 'DESEJA EXCLUIR FREQ.(S/N) ? '
                  TO WRK-MSGERRO
                   DISPLAY SS-DADOS-FREQ
                    ACCEPT MOSTRA-ERRO
                   IF WRK-TECLA = 'S'
                       DELETE FREQUENCIA
                       INVALID KEY
                       MOVE 'FREQUENCIA NAO EXCLUIDA' TO WRK-MSGERRO
                       NOT INVALID KEY
                       MOVE 'FREQUENCIA EXCLUIDA' TO WRK-MSGERRO
                       END-DELETE
                       ACCEPT MOSTRA-ERRO
                   END-IF
               END-READ.

      *-----------CALCULO DA FREQUENCIA DO ALUNO NO ANO--------------------

       3700-CALCULA-FREQ-ALUNO.
            MOVE 0 TO WRK-SOMA-FALTAS WRK-SOMA-AULAS.
            MOVE 'N' TO WRK-FIM-FREQ.
            MOVE RM-ALUNOS TO FREQ-RM.
            MOVE ANO-LETIVO TO FREQ-ANO.
            MOVE ZEROS TO FREQ-COD.
            START FREQUENCIA KEY IS NOT LESS THAN FREQUENCIA-CHAVE
              INVALID KEY
                 MOVE 'S' TO WRK-FIM-FREQ
            END-START.
            IF FREQUENCIA-STATUS NOT = 0
               MOVE 'S' TO WRK-FIM-FREQ
            END-IF.
            PERFORM 3750-SOMA-FREQUENCIA UNTIL FIM-FREQ.
            IF WRK-SOMA-AULAS = 0
               MOVE 100 TO WRK-FREQ-PERC
            ELSE
               IF WRK-SOMA-FALTAS > WRK-SOMA-AULAS
                  MOVE 0 TO WRK-FREQ-PERC
               ELSE
                  COMPUTE WRK-FREQ-PERC =
                      ((WRK-SOMA-AULAS - WRK-SOMA-FALTAS) * 100)
                      / WRK-SOMA-AULAS
               END-IF
            END-IF.

       3750-SOMA-FREQUENCIA.
            READ FREQUENCIA NEXT RECORD
              AT END
                 MOVE 'S' TO WRK-FIM-FREQ
              NOT AT END
                 IF FREQ-RM = RM-ALUNOS AND FREQ-ANO = ANO-LETIVO
                    ADD FREQ-FALTAS-1BIMESTRE TO WRK-SOMA-FALTAS
                    ADD FREQ-FALTAS-2BIMESTRE TO WRK-SOMA-FALTAS
                    ADD FREQ-FALTAS-3BIMESTRE TO WRK-SOMA-FALTAS
                    ADD FREQ-FALTAS-4BIMESTRE TO WRK-SOMA-FALTAS
                    ADD FREQ-AULAS-DADAS TO WRK-SOMA-AULAS
                 ELSE
                    MOVE 'S' TO WRK-FIM-FREQ
                 END-IF
            END-READ.

      *-----------------MODULO DE OCORRENCIAS-----------------------------

       3800-MODULO-OCORRENCIAS.
            PERFORM 3810-MONTA-MENU-OCO.
            PERFORM 3820-PROCESSA-OCO UNTIL WRK-OPCAO-OCO = '5'.

       3810-MONTA-MENU-OCO.
            MOVE 'MODULO - OCORRENCIAS' TO WRK-MODULO.
            DISPLAY TELA.
            ACCEPT MENU-OCORRENCIAS.

       3820-PROCESSA-OCO.
            EVALUATE WRK-OPCAO-OCO
             WHEN 1
                PERFORM 3830-INCLUIR-OCO
             WHEN 2
                PERFORM 3840-CONSULTAR-OCO
             WHEN 3
                PERFORM 3850-EXCLUIR-OCO
             WHEN 4
                PERFORM 3860-RELAT-OCORRENCIAS
             WHEN OTHER
              IF WRK-OPCAO-OCO NOT EQUAL '5'
                  DISPLAY 'ENTRE COM A OPCAO CERTA'
              END-IF
            END-EVALUATE.
            IF WRK-OPCAO-OCO NOT EQUAL '5'
               PERFORM 3810-MONTA-MENU-OCO
            END-IF.

      *-------------INCLUSAO DE OCORRENCIA--------------------------------

       3830-INCLUIR-OCO.
             INITIALIZE OCORRENCIAS-REG.
             INITIALIZE ALUNOS-REG.
             MOVE 0 TO WRK-ANO-OCO.
             MOVE 'MODULO - INCLUIR OCORR.' TO WRK-MODULO.
            DISPLAY TELA.
             ACCEPT TELA-OCORRENCIA.
             MOVE OCO-RM TO RM-ALUNOS.
             MOVE WRK-ANO-OCO TO ANO-LETIVO.
             MOVE WRK-ANO-OCO TO OCO-ANO.
             READ ALUNOS
             INVALID KEY
                MOVE 'ALUNO NAO ENCONTRADO' TO WRK-MSGERRO
                ACCEPT MOSTRA-ERRO
             NOT INVALID KEY
                IF OCO-TIPO NOT = 'A' AND OCO-TIPO NOT = 'S'
                   AND OCO-TIPO NOT = 'T' AND OCO-TIPO NOT = 'E'
                   MOVE 'TIPO INVALIDO, USE A S T E' TO WRK-MSGERRO
                   ACCEPT MOSTRA-ERRO
                ELSE
                 IF OCO-COD > 0
                    MOVE OCO-COD TO CAT-COD
                    READ CATALOGO
                      INVALID KEY
                         MOVE 'N' TO WRK-CAT-OK
                      NOT INVALID KEY
                         MOVE 'S' TO WRK-CAT-OK
                    END-READ
                 ELSE
                    MOVE 'S' TO WRK-CAT-OK
                 END-IF
                 IF CATALOGO-INEXISTENTE
                    MOVE 'COD FORA DO CATALOGO' TO WRK-MSGERRO
                    ACCEPT MOSTRA-ERRO
                 ELSE
                  IF OCO-DATA = 0
                     ACCEPT OCO-DATA FROM DATE YYYYMMDD
                  END-IF
                  IF OCO-SEQ = 0
                     PERFORM 3835-PROXIMA-SEQ
                  END-IF
                  WRITE OCORRENCIAS-REG
                  INVALID KEY
                     MOVE 'OCORRENCIA EXISTENTE' TO WRK-MSGERRO
                     ACCEPT MOSTRA-ERRO
                  NOT INVALID KEY
                     MOVE 'OCORRENCIA REGISTRADA' TO WRK-MSGERRO
                     ACCEPT MOSTRA-ERRO
                  END-WRITE
                 END-IF
                END-IF
             END-READ.

      *-------------PROXIMA SEQUENCIA DO ALUNO NO ANO---------------------

       3835-PROXIMA-SEQ.
            MOVE OCORRENCIAS-REG TO WRK-OCO-GUARDA.
            MOVE OCO-RM TO WRK-OCO-RM-CHK.
            MOVE OCO-ANO TO WRK-OCO-ANO-CHK.
            MOVE 0 TO WRK-SEQ-NOVA.
            MOVE 'N' TO WRK-FIM-OCO.
            MOVE ZEROS TO OCO-SEQ.
            START OCORRENCIAS KEY IS NOT LESS THAN OCORRENCIAS-CHAVE
              INVALID KEY
                 MOVE 'S' TO WRK-FIM-OCO
            END-START.
            IF OCORRENCIAS-STATUS NOT = 0
               MOVE 'S' TO WRK-FIM-OCO
            END-IF.
            PERFORM 3836-ACHA-ULTIMA-SEQ UNTIL FIM-OCO.
            MOVE WRK-OCO-GUARDA TO OCORRENCIAS-REG.
            COMPUTE OCO-SEQ = WRK-SEQ-NOVA + 1.

       3836-ACHA-ULTIMA-SEQ.
            READ OCORRENCIAS NEXT RECORD
              AT END
                 MOVE 'S' TO WRK-FIM-OCO
              NOT AT END
                 IF OCO-RM = WRK-OCO-RM-CHK
                    AND OCO-ANO = WRK-OCO-ANO-CHK
                    MOVE OCO-SEQ TO WRK-SEQ-NOVA
                 ELSE
                    MOVE 'S' TO WRK-FIM-OCO
                 END-IF
            END-READ.

      *---------------CONSULTA DE OCORRENCIA------------------------------

       3840-CONSULTAR-OCO.
             INITIALIZE OCORRENCIAS-REG.
             MOVE 0 TO WRK-ANO-OCO.
             MOVE 'MODULO - CONSULTAR OCORR.' TO WRK-MODULO.
             DISPLAY TELA.
               DISPLAY TELA-OCORRENCIA.
               ACCEPT CHAVE-OCO.
               MOVE WRK-ANO-OCO TO OCO-ANO.
                READ OCORRENCIAS
                 INVALID KEY
                 MOVE 'OCORRENCIA NAO ENCONTRADA' TO WRK-MSGERRO
                NOT INVALID KEY
                 MOVE 'OCORRENCIA ENCONTRADA' TO WRK-MSGERRO
                 DISPLAY SS-DADOS-OCO
                END-READ.
                 ACCEPT MOSTRA-ERRO.

      *------------------EXCLUSAO DE OCORRENCIA---------------------------

       3850-EXCLUIR-OCO.
            INITIALIZE OCORRENCIAS-REG
            MOVE 0 TO WRK-ANO-OCO.
            MOVE 'MODULO - EXCLUIR OCORR.' TO WRK-MODULO.
             DISPLAY TELA.
                DISPLAY TELA-OCORRENCIA
                ACCEPT CHAVE-OCO.
               MOVE WRK-ANO-OCO TO OCO-ANO.
               READ OCORRENCIAS
                 INVALID KEY
                  MOVE 'OCORRENCIA NAO ENCONTRADA'  TO WRK-MSGERRO
                 NOT INVALID KEY
                  MOVE 'DESEJA EXCLUIR OCORR.(S/N) ? '
                  TO WRK-MSGERRO
                   DISPLAY SS-DADOS-OCO
                    ACCEPT MOSTRA-ERRO
                   IF WRK-TECLA = 'S'
                       DELETE OCORRENCIAS
                       INVALID KEY
                       MOVE 'OCORRENCIA NAO EXCLUIDA' TO WRK-MSGERRO
                       NOT INVALID KEY
                       MOVE 'OCORRENCIA EXCLUIDA' TO WRK-MSGERRO
                       END-DELETE
                       ACCEPT MOSTRA-ERRO
                   END-IF
               END-READ.

      *-----------RELATORIO DE OCORRENCIAS DO ALUNO NO ANO----------------

       3860-RELAT-OCORRENCIAS.
            INITIALIZE OCORRENCIAS-REG.
            MOVE 0 TO WRK-ANO-OCO.
            MOVE 'MODULO - RELAT. OCORR.' TO WRK-MODULO.
            DISPLAY TELA.
            DISPLAY TELA-OCORRENCIA.
            ACCEPT CHAVE-OCO.
            MOVE WRK-ANO-OCO TO OCO-ANO.
            IF OCO-RM = 0 OR OCO-ANO = 0
               MOVE 'RM OU ANO INVALIDO' TO WRK-MSGERRO
               ACCEPT MOSTRA-ERRO
            ELSE
               OPEN OUTPUT OCOREL
               WRITE REC-OCOREL FROM WRK-OCO-TITULO
               MOVE OCO-RM TO RM-ALUNOS
               MOVE OCO-ANO TO ANO-LETIVO
               READ ALUNOS
                 INVALID KEY
                    MOVE SPACES TO NOME-ALUNOS SERIE-ALUNOS
                 END-READ
               MOVE RM-ALUNOS TO BOL-CAB-RM
               MOVE NOME-ALUNOS TO BOL-CAB-NOME
               MOVE SERIE-ALUNOS TO BOL-CAB-SERIE
               WRITE REC-OCOREL FROM WRK-BOL-CAB2
               MOVE 0 TO WRK-QTD-OCO
               MOVE 'N' TO WRK-FIM-OCO
               MOVE ZEROS TO OCO-SEQ
               START OCORRENCIAS KEY IS NOT LESS THAN OCORRENCIAS-CHAVE
                 INVALID KEY
                    MOVE 'S' TO WRK-FIM-OCO
               END-START
               IF OCORRENCIAS-STATUS NOT = 0
                  MOVE 'S' TO WRK-FIM-OCO
               END-IF
               PERFORM 3870-GRAVA-LINHA-OCO UNTIL FIM-OCO
               MOVE WRK-QTD-OCO TO OCOL-TOT-QTD
               WRITE REC-OCOREL FROM WRK-OCO-TOT
               CLOSE OCOREL
               MOVE 'RELATORIO PRONTO, VEJA OCOREL' TO WRK-MSGERRO
               ACCEPT MOSTRA-ERRO
            END-IF.

       3870-GRAVA-LINHA-OCO.
            READ OCORRENCIAS NEXT RECORD
              AT END
                 MOVE 'S' TO WRK-FIM-OCO
              NOT AT END
                 IF OCO-RM = RM-ALUNOS AND OCO-ANO = ANO-LETIVO
                    MOVE SPACES TO WRK-OCO-LIN
                    MOVE OCO-SEQ TO OCOL-SEQ
                    MOVE OCO-DATA TO OCOL-DATA
                    EVALUATE TRUE
                     WHEN OCO-ADVERTENCIA
                        MOVE 'ADVERTENCIA' TO OCOL-TIPO
                     WHEN OCO-SUSPENSAO
                        MOVE 'SUSPENSAO  ' TO OCOL-TIPO
                     WHEN OCO-ATENDIMENTO
                        MOVE 'ATENDIMENTO' TO OCOL-TIPO
                     WHEN OCO-ELOGIO
                        MOVE 'ELOGIO     ' TO OCOL-TIPO
                     WHEN OTHER
                        MOVE OCO-TIPO TO OCOL-TIPO
                    END-EVALUATE
                    IF OCO-COD > 0
                       MOVE OCO-COD TO CAT-COD
                       READ CATALOGO
                         INVALID KEY
                            MOVE SPACES TO OCOL-DISC
                         NOT INVALID KEY
                            MOVE CAT-NOME TO OCOL-DISC
                       END-READ
                    ELSE
                       MOVE SPACES TO OCOL-DISC
                    END-IF
                    MOVE OCO-TEXTO TO OCOL-TEXTO
                    WRITE REC-OCOREL FROM WRK-OCO-LIN
                    ADD 1 TO WRK-QTD-OCO
                 ELSE
                    MOVE 'S' TO WRK-FIM-OCO
                 END-IF
            END-READ.

      *-----------------MODULO DO CONSELHO DE CLASSE----------------------

       5100-MODULO-CONSELHO.
            PERFORM 5110-MONTA-MENU-CNS.
            PERFORM 5120-PROCESSA-CNS UNTIL WRK-OPCAO-CNS = '6'.

       5110-MONTA-MENU-CNS.
            MOVE 'MODULO - CONSELHO CLASSE' TO WRK-MODULO.
            DISPLAY TELA.
            ACCEPT MENU-CONSELHO.

       5120-PROCESSA-CNS.
            EVALUATE WRK-OPCAO-CNS
             WHEN 1
                PERFORM 5130-INCLUIR-CONSELHO
             WHEN 2
                PERFORM 5140-CONSULTAR-CONSELHO
             WHEN 3
                PERFORM 5150-ALTERAR-CONSELHO
             WHEN 4
                PERFORM 5160-EXCLUIR-CONSELHO
             WHEN 5
                PERFORM 5170-ATA-CONSELHO
             WHEN OTHER
              IF WRK-OPCAO-CNS NOT EQUAL '6'
                  DISPLAY 'ENTRE COM A OPCAO CERTA'
              END-IF
            END-EVALUATE.
            IF WRK-OPCAO-CNS NOT EQUAL '6'
               PERFORM 5110-MONTA-MENU-CNS
            END-IF.

      *-------------REGISTRO DE DELIBERACAO DO CONSELHO-------------------

       5130-INCLUIR-CONSELHO.
             INITIALIZE CONSELHO-REG.
             MOVE 'MODULO - INCLUIR DELIBER.' TO WRK-MODULO.
            DISPLAY TELA.
             ACCEPT TELA-CONSELHO.
             PERFORM 5135-VALIDA-CONSELHO.
             IF CONSELHO-INVALIDO
                ACCEPT MOSTRA-ERRO
             ELSE
              IF CNS-DATA = 0
                 ACCEPT CNS-DATA FROM DATE YYYYMMDD
              END-IF
              MOVE WRK-USU-ATUAL TO CNS-OPERADOR
              WRITE CONSELHO-REG
              INVALID KEY
                 MOVE 'DELIBERACAO EXISTENTE' TO WRK-MSGERRO
                 ACCEPT MOSTRA-ERRO
              NOT INVALID KEY
                 MOVE 'DELIBERACAO REGISTRADA' TO WRK-MSGERRO
                 ACCEPT MOSTRA-ERRO
              END-WRITE
             END-IF.

      *-----------CONSISTENCIA DA DELIBERACAO DIGITADA--------------------

       5135-VALIDA-CONSELHO.
            MOVE 'S' TO WRK-CNS-VALIDO.
            MOVE CNS-RM TO RM-ALUNOS.
            MOVE CNS-ANO TO ANO-LETIVO.
            READ ALUNOS
              INVALID KEY
                 MOVE 'N' TO WRK-CNS-VALIDO
                 MOVE 'ALUNO NAO ENCONTRADO' TO WRK-MSGERRO
            END-READ.
            IF CONSELHO-VALIDO AND CNS-COD NOT = 0
               MOVE CNS-RM TO DISC-RM
               MOVE CNS-ANO TO DISC-ANO
               MOVE CNS-COD TO DISC-COD
               READ DISCIPLINAS
                 INVALID KEY
                    MOVE 'N' TO WRK-CNS-VALIDO
                    MOVE 'DISCIPLINA NAO CURSADA NO ANO'
                    TO WRK-MSGERRO
               END-READ
            END-IF.
            IF CONSELHO-VALIDO
               IF NOT CNS-APROVADO AND NOT CNS-RETIDO
                  MOVE 'N' TO WRK-CNS-VALIDO
                  MOVE 'DECISAO INVALIDA, USE A OU R' TO WRK-MSGERRO
               END-IF
            END-IF.
            IF CONSELHO-VALIDO
               IF CNS-JUSTIFICA = SPACES
                  MOVE 'N' TO WRK-CNS-VALIDO
                  MOVE 'INFORME A JUSTIFICATIVA' TO WRK-MSGERRO
               END-IF
            END-IF.

      *---------------CONSULTA DE DELIBERACAO-----------------------------

       5140-CONSULTAR-CONSELHO.
             INITIALIZE CONSELHO-REG.
             MOVE 'MODULO - CONSULTAR DELIB.' TO WRK-MODULO.
             DISPLAY TELA.
               DISPLAY TELA-CONSELHO.
               ACCEPT CHAVE-CNS.
                READ CONSELHO
                 INVALID KEY
                 MOVE 'DELIBERACAO NAO ENCONTRADA' TO WRK-MSGERRO
                NOT INVALID KEY
                 MOVE 'DELIBERACAO ENCONTRADA' TO WRK-MSGERRO
                 DISPLAY SS-DADOS-CNS
                END-READ.
                 ACCEPT MOSTRA-ERRO.

      *--------------ALTERACAO DE DELIBERACAO-----------------------------

       5150-ALTERAR-CONSELHO.
             INITIALIZE CONSELHO-REG.
             MOVE 'MODULO - ALTERAR DELIBER.' TO WRK-MODULO.
             DISPLAY TELA.
             DISPLAY TELA-CONSELHO.
              ACCEPT CHAVE-CNS.
                READ CONSELHO
                IF CONSELHO-STATUS = 0
                    ACCEPT SS-DADOS-CNS
                    PERFORM 5135-VALIDA-CONSELHO
                    IF CONSELHO-INVALIDO
                       ACCEPT MOSTRA-ERRO
                    ELSE
                       IF CNS-DATA = 0
                          ACCEPT CNS-DATA FROM DATE YYYYMMDD
                       END-IF
                       MOVE WRK-USU-ATUAL TO CNS-OPERADOR
                       REWRITE CONSELHO-REG
                       IF CONSELHO-STATUS = 0
                          MOVE 'DELIBERACAO ALTERADA' TO WRK-MSGERRO
                          ACCEPT MOSTRA-ERRO
                       ELSE
                          MOVE 'DELIBERACAO NAO ALTERADA' TO WRK-MSGERRO
                          ACCEPT MOSTRA-ERRO
                       END-IF
                    END-IF
                ELSE
                    MOVE 'DELIBERACAO NAO ENCONTRADA'
                    TO WRK-MSGERRO
                    ACCEPT MOSTRA-ERRO
                END-IF.

      *------------------EXCLUSAO DE DELIBERACAO--------------------------

       5160-EXCLUIR-CONSELHO.
            INITIALIZE CONSELHO-REG
            MOVE 'MODULO - EXCLUIR DELIBER.' TO WRK-MODULO.
             DISPLAY TELA.
                DISPLAY TELA-CONSELHO
                ACCEPT CHAVE-CNS.
               READ CONSELHO
                 INVALID KEY
                  MOVE 'DELIBERACAO NAO ENCONTRADA'  TO WRK-MSGERRO
                 NOT INVALID KEY
                  MOVE 'DESEJA EXCLUIR DELIB.(S/N) ? '
                  TO WRK-MSGERRO
                   DISPLAY SS-DADOS-CNS
                    ACCEPT MOSTRA-ERRO
                   IF WRK-TECLA = 'S'
                       DELETE CONSELHO
                       INVALID KEY
                       MOVE 'DELIBERACAO NAO EXCLUIDA' TO WRK-MSGERRO
                       NOT INVALID KEY
                       MOVE 'DELIBERACAO EXCLUIDA' TO WRK-MSGERRO
                       END-DELETE
                       ACCEPT MOSTRA-ERRO
                   END-IF
               END-READ.

      *-----------ATA DO CONSELHO DE CLASSE POR TURMA---------------------

       5170-ATA-CONSELHO.
            MOVE SPACES TO WRK-ATA-SERIE.
            MOVE 0 TO WRK-ATA-ANO.
            MOVE 'MODULO - ATA DO CONSELHO' TO WRK-MODULO.
            DISPLAY TELA.
            ACCEPT TELA-ATA.
            IF WRK-ATA-SERIE = SPACES OR WRK-ATA-ANO = 0
               MOVE 'SERIE OU ANO INVALIDO' TO WRK-MSGERRO
               ACCEPT MOSTRA-ERRO
            ELSE
               PERFORM 5175-EXECUTA-ATA
               MOVE 'ATA PRONTA, VEJA ATACONS' TO WRK-MSGERRO
               ACCEPT MOSTRA-ERRO
            END-IF.

       5175-EXECUTA-ATA.
            OPEN OUTPUT ATACONS.
            WRITE REC-ATACONS FROM WRK-ATA-TITULO.
            MOVE WRK-ATA-SERIE TO TURMA-SERIE.
            MOVE WRK-ATA-ANO TO TURMA-ANO.
            READ TURMAS
              INVALID KEY
                 MOVE SPACES TO TURMA-DESCRICAO TURMA-PROFESSOR
            END-READ.
            MOVE WRK-ATA-SERIE TO ATA-SERIE.
            MOVE WRK-ATA-ANO TO ATA-ANO.
            MOVE TURMA-DESCRICAO TO ATA-DESCRICAO.
            MOVE TURMA-PROFESSOR TO ATA-PROFESSOR.
            WRITE REC-ATACONS FROM WRK-ATA-TURMA.
            WRITE REC-ATACONS FROM WRK-ATA-CAB.
            MOVE 0 TO WRK-QTD-ATA-ALUNOS WRK-QTD-ATA-APROV
                      WRK-QTD-ATA-RETIDOS.
            MOVE 'N' TO WRK-FIM-ALUNOS.
            MOVE WRK-ATA-SERIE TO ALU-TURMA-SERIE.
            MOVE WRK-ATA-ANO TO ALU-TURMA-ANO.
            START ALUNOS KEY IS NOT LESS THAN ALUNOS-CHAVE-TURMA
              INVALID KEY
                 MOVE 'S' TO WRK-FIM-ALUNOS
            END-START.
            IF ALUNOS-STATUS NOT = 0
               MOVE 'S' TO WRK-FIM-ALUNOS
            END-IF.
            PERFORM 5180-ATA-ALUNO UNTIL FIM-ALUNOS.
            PERFORM 5190-TOTAIS-ATA.
            CLOSE ATACONS.

       5180-ATA-ALUNO.
            READ ALUNOS NEXT RECORD
              AT END
                 MOVE 'S' TO WRK-FIM-ALUNOS
              NOT AT END
                 IF ALU-TURMA-SERIE = WRK-ATA-SERIE
                    AND ALU-TURMA-ANO = WRK-ATA-ANO
                    MOVE 'N' TO WRK-ATA-DISCUTIDO
                    MOVE 'N' TO WRK-FIM-CNS
                    MOVE RM-ALUNOS TO CNS-RM
                    MOVE ANO-LETIVO TO CNS-ANO
                    MOVE ZEROS TO CNS-COD
                    START CONSELHO KEY IS NOT LESS THAN CONSELHO-CHAVE
                      INVALID KEY
                         MOVE 'S' TO WRK-FIM-CNS
                    END-START
                    IF CONSELHO-STATUS NOT = 0
                       MOVE 'S' TO WRK-FIM-CNS
                    END-IF
                    PERFORM 5185-ATA-DELIBERACAO UNTIL FIM-CNS
                    IF WRK-ATA-DISCUTIDO = 'S'
                       ADD 1 TO WRK-QTD-ATA-ALUNOS
                    END-IF
                 ELSE
                    MOVE 'S' TO WRK-FIM-ALUNOS
                 END-IF
            END-READ.

       5185-ATA-DELIBERACAO.
            READ CONSELHO NEXT RECORD
              AT END
                 MOVE 'S' TO WRK-FIM-CNS
              NOT AT END
                 IF CNS-RM = RM-ALUNOS AND CNS-ANO = ANO-LETIVO
                    MOVE 'S' TO WRK-ATA-DISCUTIDO
                    MOVE SPACES TO WRK-ATA-LIN
                    MOVE CNS-RM TO ATA-RM
                    MOVE NOME-ALUNOS TO ATA-NOME
                    IF CNS-COD = 0
                       MOVE 'RESULTADO FINAL' TO ATA-DISC
                    ELSE
                       MOVE CNS-COD TO CAT-COD
                       READ CATALOGO
                         INVALID KEY
                            MOVE SPACES TO ATA-DISC
                         NOT INVALID KEY
                            MOVE CAT-NOME TO ATA-DISC
                       END-READ
                    END-IF
                    IF CNS-APROVADO
                       MOVE 'APROVADO PELO CONSELHO' TO ATA-DECISAO
                       ADD 1 TO WRK-QTD-ATA-APROV
                    ELSE
                       MOVE 'MANTIDA RETENCAO' TO ATA-DECISAO
                       ADD 1 TO WRK-QTD-ATA-RETIDOS
                    END-IF
                    MOVE CNS-DATA TO ATA-DATA
                    MOVE CNS-OPERADOR TO ATA-OPERADOR
                    WRITE REC-ATACONS FROM WRK-ATA-LIN
                    MOVE CNS-JUSTIFICA TO ATA-JUSTIFICA
                    WRITE REC-ATACONS FROM WRK-ATA-JUST
                 ELSE
                    MOVE 'S' TO WRK-FIM-CNS
                 END-IF
            END-READ.

       5190-TOTAIS-ATA.
            MOVE SPACES TO WRK-ATA-TOT.
            MOVE 'ALUNOS DISCUTIDOS........:' TO ATA-TOT-TEXTO.
            MOVE WRK-QTD-ATA-ALUNOS TO ATA-TOT-QTD.
            WRITE REC-ATACONS FROM WRK-ATA-TOT.
            MOVE 'APROVACOES PELO CONSELHO.:' TO ATA-TOT-TEXTO.
            MOVE WRK-QTD-ATA-APROV TO ATA-TOT-QTD.
            WRITE REC-ATACONS FROM WRK-ATA-TOT.
            MOVE 'RETENCOES MANTIDAS.......:' TO ATA-TOT-TEXTO.
            MOVE WRK-QTD-ATA-RETIDOS TO ATA-TOT-QTD.
            WRITE REC-ATACONS FROM WRK-ATA-TOT.
            MOVE SPACES TO REC-ATACONS.
            WRITE REC-ATACONS.
            MOVE 'PRESIDENTE DO CONSELHO...:' TO ATA-ASS-ROT.
            WRITE REC-ATACONS FROM WRK-ATA-ASSINA.
            MOVE 'SECRETARIO(A)............:' TO ATA-ASS-ROT.
            WRITE REC-ATACONS FROM WRK-ATA-ASSINA.

      *-----------LEITURA DA DELIBERACAO (CHAVE JA MONTADA)---------------

       5195-BUSCA-CONSELHO.
            READ CONSELHO
              INVALID KEY
                 MOVE 'N' TO WRK-CNS-ACHOU
              NOT INVALID KEY
                 MOVE 'S' TO WRK-CNS-ACHOU
            END-READ.

      *-----------------CADASTRO DE RESPONSAVEIS PELO ALUNO----------------

       5200-MODULO-RESPONSAVEIS.
            PERFORM 5210-MONTA-MENU-RESP.
            PERFORM 5220-PROCESSA-RESP UNTIL WRK-OPCAO-RESP = '5'.

       5210-MONTA-MENU-RESP.
            MOVE 'MODULO - RESPONSAVEIS' TO WRK-MODULO.
            DISPLAY TELA.
            ACCEPT MENU-RESPONSAVEIS.

       5220-PROCESSA-RESP.
            EVALUATE WRK-OPCAO-RESP
             WHEN 1
                PERFORM 5230-INCLUIR-RESPONSAVEL
             WHEN 2
                PERFORM 5240-CONSULTAR-RESPONSAVEL
             WHEN 3
                PERFORM 5250-ALTERAR-RESPONSAVEL
             WHEN 4
                PERFORM 5260-EXCLUIR-RESPONSAVEL
             WHEN OTHER
              IF WRK-OPCAO-RESP NOT EQUAL '5'
                  DISPLAY 'ENTRE COM A OPCAO CERTA'
              END-IF
            END-EVALUATE.
            IF WRK-OPCAO-RESP NOT EQUAL '5'
               PERFORM 5210-MONTA-MENU-RESP
            END-IF.

      *-------------INCLUSAO DE RESPONSAVEL-------------------------------

       5230-INCLUIR-RESPONSAVEL.
             INITIALIZE RESPONSAVEIS-REG.
             MOVE 'MODULO - INCLUIR RESPONS.' TO WRK-MODULO.
            DISPLAY TELA.
             ACCEPT TELA-RESPONSAVEL.
             PERFORM 5235-VALIDA-RESPONSAVEL.
             IF RESPONSAVEL-INVALIDO
                ACCEPT MOSTRA-ERRO
             ELSE
              IF RESP-SEQ = 0
                 PERFORM 5236-PROXIMA-SEQ-RESP
              END-IF
              WRITE RESPONSAVEIS-REG
              INVALID KEY
                 MOVE 'RESPONSAVEL EXISTENTE' TO WRK-MSGERRO
                 ACCEPT MOSTRA-ERRO
              NOT INVALID KEY
                 MOVE 'RESPONSAVEL REGISTRADO' TO WRK-MSGERRO
                 ACCEPT MOSTRA-ERRO
              END-WRITE
             END-IF.

      *-----------CONSISTENCIA DO RESPONSAVEL DIGITADO--------------------

       5235-VALIDA-RESPONSAVEL.
            MOVE 'N' TO WRK-RESP-VALIDO.
            MOVE 'ALUNO NAO ENCONTRADO' TO WRK-MSGERRO.
            MOVE RESP-RM TO RM-ALUNOS.
            MOVE ZEROS TO ANO-LETIVO.
            START ALUNOS KEY IS NOT LESS THAN ALUNOS-CHAVE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 READ ALUNOS NEXT RECORD
                   AT END
                      CONTINUE
                   NOT AT END
                      IF RM-ALUNOS = RESP-RM
                         MOVE 'S' TO WRK-RESP-VALIDO
                      END-IF
                 END-READ
            END-START.
            IF RESPONSAVEL-VALIDO
               IF RESP-NOME = SPACES OR RESP-PARENTESCO = SPACES
                  MOVE 'N' TO WRK-RESP-VALIDO
                  MOVE 'INFORME NOME E PARENTESCO' TO WRK-MSGERRO
               END-IF
            END-IF.
            IF RESPONSAVEL-VALIDO
               IF RESP-TELEFONE = SPACES AND RESP-EMAIL = SPACES
                  AND RESP-ENDERECO = SPACES
                  MOVE 'N' TO WRK-RESP-VALIDO
                  MOVE 'INFORME AO MENOS UM CONTATO' TO WRK-MSGERRO
               END-IF
            END-IF.

      *-------------PROXIMA SEQUENCIA DE RESPONSAVEL DO ALUNO-------------

       5236-PROXIMA-SEQ-RESP.
            MOVE RESPONSAVEIS-REG TO WRK-RESP-GUARDA.
            MOVE RESP-RM TO WRK-RESP-RM-CHK.
            MOVE 0 TO WRK-RESP-SEQ-NOVA.
            MOVE 'N' TO WRK-FIM-RESP.
            MOVE ZEROS TO RESP-SEQ.
            START RESPONSAVEIS KEY IS NOT LESS THAN RESP-CHAVE
              INVALID KEY
                 MOVE 'S' TO WRK-FIM-RESP
            END-START.
            IF RESPONSAVEIS-STATUS NOT = 0
               MOVE 'S' TO WRK-FIM-RESP
            END-IF.
            PERFORM 5237-ACHA-ULTIMA-SEQ-RESP UNTIL FIM-RESP.
            MOVE WRK-RESP-GUARDA TO RESPONSAVEIS-REG.
            COMPUTE RESP-SEQ = WRK-RESP-SEQ-NOVA + 1.

       5237-ACHA-ULTIMA-SEQ-RESP.
            READ RESPONSAVEIS NEXT RECORD
              AT END
                 MOVE 'S' TO WRK-FIM-RESP
              NOT AT END
                 IF RESP-RM = WRK-RESP-RM-CHK
                    MOVE RESP-SEQ TO WRK-RESP-SEQ-NOVA
                 ELSE
                    MOVE 'S' TO WRK-FIM-RESP
                 END-IF
            END-READ.

      *---------------CONSULTA DE RESPONSAVEL-----------------------------

       5240-CONSULTAR-RESPONSAVEL.
             INITIALIZE RESPONSAVEIS-REG.
             MOVE 'MODULO - CONSULTAR RESP.' TO WRK-MODULO.
             DISPLAY TELA.
               DISPLAY TELA-RESPONSAVEL.
               ACCEPT CHAVE-RESP.
                READ RESPONSAVEIS
                 INVALID KEY
                 MOVE 'RESPONSAVEL NAO ENCONTRADO' TO WRK-MSGERRO
                NOT INVALID KEY
                 MOVE 'RESPONSAVEL ENCONTRADO' TO WRK-MSGERRO
                 DISPLAY SS-DADOS-RESP
                END-READ.
                 ACCEPT MOSTRA-ERRO.

      *--------------ALTERACAO DE RESPONSAVEL-----------------------------

       5250-ALTERAR-RESPONSAVEL.
             INITIALIZE RESPONSAVEIS-REG.
             MOVE 'MODULO - ALTERAR RESPONS.' TO WRK-MODULO.
             DISPLAY TELA.
             DISPLAY TELA-RESPONSAVEL.
              ACCEPT CHAVE-RESP.
                READ RESPONSAVEIS
                IF RESPONSAVEIS-STATUS = 0
                    ACCEPT SS-DADOS-RESP
                    PERFORM 5235-VALIDA-RESPONSAVEL
                    IF RESPONSAVEL-INVALIDO
                       ACCEPT MOSTRA-ERRO
                    ELSE
                       REWRITE RESPONSAVEIS-REG
                       IF RESPONSAVEIS-STATUS = 0
                          MOVE 'RESPONSAVEL ALTERADO' TO WRK-MSGERRO
                          ACCEPT MOSTRA-ERRO
                       ELSE
                          MOVE 'RESPONSAVEL NAO ALTERADO' TO WRK-MSGERRO
                          ACCEPT MOSTRA-ERRO
                       END-IF
                    END-IF
                ELSE
                    MOVE 'RESPONSAVEL NAO ENCONTRADO'
                    TO WRK-MSGERRO
                    ACCEPT MOSTRA-ERRO
                END-IF.

      *------------------EXCLUSAO DE RESPONSAVEL--------------------------

       5260-EXCLUIR-RESPONSAVEL.
            INITIALIZE RESPONSAVEIS-REG
            MOVE 'MODULO - EXCLUIR RESPONS.' TO WRK-MODULO.
             DISPLAY TELA.
                DISPLAY TELA-RESPONSAVEL
                ACCEPT CHAVE-RESP.
               READ RESPONSAVEIS
                 INVALID KEY
                  MOVE 'RESPONSAVEL NAO ENCONTRADO'  TO WRK-MSGERRO
                 NOT INVALID KEY
                  MOVE 'DESEJA EXCLUIR RESPONS.(S/N) ? '
                  TO WRK-MSGERRO
                   DISPLAY SS-DADOS-RESP
                    ACCEPT MOSTRA-ERRO
                   IF WRK-TECLA = 'S'
                       DELETE RESPONSAVEIS
                       INVALID KEY
                       MOVE 'RESPONSAVEL NAO EXCLUIDO' TO WRK-MSGERRO
                       NOT INVALID KEY
                       MOVE 'RESPONSAVEL EXCLUIDO' TO WRK-MSGERRO
                       END-DELETE
                       ACCEPT MOSTRA-ERRO
                   END-IF
               END-READ.

      *-----------COMUNICADOS AOS PAIS OU RESPONSAVEIS---------------------

       5300-EMITE-COMUNICADOS.
            MOVE 'MODULO - COMUNICADOS' TO WRK-MODULO.
            DISPLAY TELA-2.
            IF CTRL-ALUNOS-OK = 'N' OR CTRL-DISC-OK = 'N'
               MOVE 'BASE REPROVADA, RESTAURE ANTES' TO WRK-MSGERRO
               ACCEPT MOSTRA-ERRO
            ELSE
               PERFORM 5305-EXECUTA-COMUNICADOS
            END-IF.

       5305-EXECUTA-COMUNICADOS.
            MOVE SPACES TO WRK-COM-TIPO WRK-COM-SERIE WRK-COM-HORA
                           WRK-COM-LOCAL.
            MOVE 0 TO WRK-COM-ANO WRK-COM-DATA-INI WRK-COM-DATA-REUN.
            ACCEPT TELA-COMUNICADO.
            IF NOT COM-RECUPERACAO AND NOT COM-FREQUENCIA
               AND NOT COM-OCORRENCIA AND NOT COM-REUNIAO
               MOVE 'TIPO INVALIDO, USE R F O T' TO WRK-MSGERRO
               ACCEPT MOSTRA-ERRO
            ELSE
             IF WRK-COM-ANO = 0
                MOVE 'ANO LETIVO INVALIDO' TO WRK-MSGERRO
                ACCEPT MOSTRA-ERRO
             ELSE
              IF COM-REUNIAO AND
                 (WRK-COM-SERIE = SPACES OR WRK-COM-DATA-REUN = 0)
                 MOVE 'REUNIAO: INFORME SERIE E DATA' TO WRK-MSGERRO
                 ACCEPT MOSTRA-ERRO
              ELSE
                 ACCEPT WRK-COM-HOJE FROM DATE YYYYMMDD
                 MOVE 0 TO WRK-QTD-COM-ALUNOS WRK-QTD-COM-CARTAS
                           WRK-QTD-COM-SEM-RESP
                 OPEN OUTPUT COMUNIC
                 OPEN OUTPUT MALADIR
                 MOVE SPACES TO REC-MALADIR
                 STRING 'TIPO,RM,ALUNO,SERIE,RESPONSAVEL,PARENTESCO,'
                     DELIMITED BY SIZE
                     'TELEFONE,EMAIL' DELIMITED BY SIZE INTO REC-MALADIR
                 WRITE REC-MALADIR
                 MOVE 'N' TO WRK-FIM-ALUNOS
                 MOVE LOW-VALUES TO ALUNOS-CHAVE
                 START ALUNOS KEY IS NOT LESS THAN ALUNOS-CHAVE
                   INVALID KEY
                      MOVE 'S' TO WRK-FIM-ALUNOS
                 END-START
                 IF ALUNOS-STATUS NOT = 0
                    MOVE 'S' TO WRK-FIM-ALUNOS
                 END-IF
                 PERFORM 5310-COMUNICA-ALUNO UNTIL FIM-ALUNOS
                 CLOSE COMUNIC
                 CLOSE MALADIR
                 DISPLAY 'ALUNOS: ' WRK-QTD-COM-ALUNOS
                         ' CARTAS: ' WRK-QTD-COM-CARTAS
                         ' SEM RESPONSAVEL: ' WRK-QTD-COM-SEM-RESP
                 MOVE 'COMUNICADOS PRONTOS, VEJA COMUNIC' TO WRK-MSGERRO
                 ACCEPT MOSTRA-ERRO
              END-IF
             END-IF
            END-IF.

       5310-COMUNICA-ALUNO.
            READ ALUNOS NEXT RECORD
              AT END
                 MOVE 'S' TO WRK-FIM-ALUNOS
              NOT AT END
                 IF ANO-LETIVO = WRK-COM-ANO
                    AND (WRK-COM-SERIE = SPACES
                         OR SERIE-ALUNOS = WRK-COM-SERIE)
                    IF ALUNO-TRANSFERIDO OR ALUNO-DESISTENTE
                       OR ALUNO-CONCLUIDO
                       CONTINUE
                    ELSE
                       PERFORM 5315-AVALIA-ALUNO-COM
                    END-IF
                 END-IF
            END-READ.

       5315-AVALIA-ALUNO-COM.
            MOVE 'N' TO WRK-COM-GRAVA.
            MOVE 0 TO WRK-COM-QTD-ITENS.
            PERFORM 5330-ITENS-COMUNICADO.
            IF WRK-COM-QTD-ITENS > 0
               ADD 1 TO WRK-QTD-COM-ALUNOS
               MOVE 0 TO WRK-COM-QTD-RESP
               MOVE 'N' TO WRK-FIM-RESP
               MOVE RM-ALUNOS TO RESP-RM
               MOVE ZEROS TO RESP-SEQ
               START RESPONSAVEIS KEY IS NOT LESS THAN RESP-CHAVE
                 INVALID KEY
                    MOVE 'S' TO WRK-FIM-RESP
               END-START
               IF RESPONSAVEIS-STATUS NOT = 0
                  MOVE 'S' TO WRK-FIM-RESP
               END-IF
               PERFORM 5320-CARTA-RESPONSAVEL UNTIL FIM-RESP
               IF WRK-COM-QTD-RESP = 0
                  MOVE SPACES TO RESPONSAVEIS-REG
                  MOVE 'PAIS OU RESPONSAVEIS' TO RESP-NOME
                  PERFORM 5325-ESCREVE-CARTA
                  ADD 1 TO WRK-QTD-COM-SEM-RESP
               END-IF
            END-IF.

       5320-CARTA-RESPONSAVEL.
            READ RESPONSAVEIS NEXT RECORD
              AT END
                 MOVE 'S' TO WRK-FIM-RESP
              NOT AT END
                 IF RESP-RM = RM-ALUNOS
                    ADD 1 TO WRK-COM-QTD-RESP
                    PERFORM 5325-ESCREVE-CARTA
                    PERFORM 5328-GRAVA-MALA-DIRETA
                 ELSE
                    MOVE 'S' TO WRK-FIM-RESP
                 END-IF
            END-READ.

      *-----------UMA CARTA POR RESPONSAVEL--------------------------------

       5325-ESCREVE-CARTA.
            WRITE REC-COMUNIC FROM WRK-COM-TITULO.
            MOVE WRK-COM-HOJE TO COM-DATA.
            WRITE REC-COMUNIC FROM WRK-COM-DATA-LIN.
            MOVE RESP-NOME TO COM-DEST-NOME.
            MOVE RESP-PARENTESCO TO COM-DEST-PARENT.
            WRITE REC-COMUNIC FROM WRK-COM-DEST-LIN.
            IF RESP-ENDERECO NOT = SPACES
               MOVE RESP-ENDERECO TO COM-ENDERECO
               WRITE REC-COMUNIC FROM WRK-COM-END-LIN
            END-IF.
            MOVE NOME-ALUNOS TO COM-REF-NOME.
            MOVE RM-ALUNOS TO COM-REF-RM.
            MOVE SERIE-ALUNOS TO COM-REF-SERIE.
            MOVE ANO-LETIVO TO COM-REF-ANO.
            WRITE REC-COMUNIC FROM WRK-COM-REF-LIN.
            MOVE SPACES TO REC-COMUNIC.
            WRITE REC-COMUNIC.
            EVALUATE TRUE
             WHEN COM-RECUPERACAO
                WRITE REC-COMUNIC FROM WRK-COM-TXT-R1
                WRITE REC-COMUNIC FROM WRK-COM-TXT-R2
             WHEN COM-FREQUENCIA
                WRITE REC-COMUNIC FROM WRK-COM-TXT-F1
                WRITE REC-COMUNIC FROM WRK-COM-TXT-F2
             WHEN COM-OCORRENCIA
                WRITE REC-COMUNIC FROM WRK-COM-TXT-O1
                WRITE REC-COMUNIC FROM WRK-COM-TXT-O2
             WHEN COM-REUNIAO
                WRITE REC-COMUNIC FROM WRK-COM-TXT-T1
                WRITE REC-COMUNIC FROM WRK-COM-TXT-T2
            END-EVALUATE.
            MOVE 'S' TO WRK-COM-GRAVA.
            PERFORM 5330-ITENS-COMUNICADO.
            MOVE SPACES TO REC-COMUNIC.
            WRITE REC-COMUNIC.
            WRITE REC-COMUNIC FROM WRK-COM-FECHA1.
            WRITE REC-COMUNIC FROM WRK-COM-FECHA2.
            WRITE REC-COMUNIC FROM WRK-COM-SEPARA.
            ADD 1 TO WRK-QTD-COM-CARTAS.

       5328-GRAVA-MALA-DIRETA.
            MOVE SPACES TO REC-MALADIR.
            STRING WRK-COM-TIPO    DELIMITED BY SIZE
                   ','             DELIMITED BY SIZE
                   RM-ALUNOS       DELIMITED BY SIZE
                   ','             DELIMITED BY SIZE
                   NOME-ALUNOS     DELIMITED BY SIZE
                   ','             DELIMITED BY SIZE
                   SERIE-ALUNOS    DELIMITED BY SIZE
                   ','             DELIMITED BY SIZE
                   RESP-NOME       DELIMITED BY SIZE
                   ','             DELIMITED BY SIZE
                   RESP-PARENTESCO DELIMITED BY SIZE
                   ','             DELIMITED BY SIZE
                   RESP-TELEFONE   DELIMITED BY SIZE
                   ','             DELIMITED BY SIZE
                   RESP-EMAIL      DELIMITED BY SIZE
                   INTO REC-MALADIR.
            WRITE REC-MALADIR.

      *-----------ITENS DO COMUNICADO (CONTA OU ESCREVE)-------------------

       5330-ITENS-COMUNICADO.
            EVALUATE TRUE
             WHEN COM-RECUPERACAO
                MOVE 'N' TO WRK-FIM-RECUP
                MOVE RM-ALUNOS TO RCP-RM
                MOVE ANO-LETIVO TO RCP-ANO
                MOVE ZEROS TO RCP-COD
                START RECUPERA KEY IS NOT LESS THAN RECUPERA-CHAVE
                  INVALID KEY
                     MOVE 'S' TO WRK-FIM-RECUP
                END-START
                IF RECUPERA-STATUS NOT = 0
                   MOVE 'S' TO WRK-FIM-RECUP
                END-IF
                PERFORM 5335-ITEM-RECUPERACAO UNTIL FIM-RECUP
             WHEN COM-FREQUENCIA
                PERFORM 5340-ITEM-FREQUENCIA
             WHEN COM-OCORRENCIA
                MOVE 'N' TO WRK-FIM-OCO
                MOVE RM-ALUNOS TO OCO-RM
                MOVE ANO-LETIVO TO OCO-ANO
                MOVE ZEROS TO OCO-SEQ
                START OCORRENCIAS KEY IS NOT LESS THAN
                      OCORRENCIAS-CHAVE
                  INVALID KEY
                     MOVE 'S' TO WRK-FIM-OCO
                END-START
                IF OCORRENCIAS-STATUS NOT = 0
                   MOVE 'S' TO WRK-FIM-OCO
                END-IF
                PERFORM 5345-ITEM-OCORRENCIA UNTIL FIM-OCO
             WHEN COM-REUNIAO
                ADD 1 TO WRK-COM-QTD-ITENS
                IF COM-ESCREVE
                   MOVE WRK-COM-DATA-REUN TO COM-REUN-DATA
                   MOVE WRK-COM-HORA TO COM-REUN-HORA
                   MOVE WRK-COM-LOCAL TO COM-REUN-LOCAL
                   WRITE REC-COMUNIC FROM WRK-COM-REUN-LIN
                END-IF
            END-EVALUATE.

       5335-ITEM-RECUPERACAO.
            READ RECUPERA NEXT RECORD
              AT END
                 MOVE 'S' TO WRK-FIM-RECUP
              NOT AT END
                 IF RCP-RM = RM-ALUNOS AND RCP-ANO = ANO-LETIVO
                    IF RCP-RESULTADO = 'P'
                       ADD 1 TO WRK-COM-QTD-ITENS
                       IF COM-ESCREVE
                          MOVE RCP-COD TO CAT-COD
                          READ CATALOGO
                            INVALID KEY
                               MOVE SPACES TO COM-REC-DISC
                            NOT INVALID KEY
                               MOVE CAT-NOME TO COM-REC-DISC
                          END-READ
                          MOVE RCP-MEDIA-ANUAL TO COM-REC-MEDIA
                          WRITE REC-COMUNIC FROM WRK-COM-REC-LIN
                       END-IF
                    END-IF
                 ELSE
                    MOVE 'S' TO WRK-FIM-RECUP
                 END-IF
            END-READ.

       5340-ITEM-FREQUENCIA.
            PERFORM 3700-CALCULA-FREQ-ALUNO.
            MOVE ANO-LETIVO TO WRK-REG-ANO-CHK.
            MOVE SERIE-ALUNOS TO WRK-REG-SERIE-CHK.
            MOVE 0 TO WRK-REG-COD-CHK.
            PERFORM 7270-BUSCA-REGRA.
            IF WRK-FREQ-PERC < WRK-REGRA-FREQ
               ADD 1 TO WRK-COM-QTD-ITENS
               IF COM-ESCREVE
                  MOVE WRK-FREQ-PERC TO COM-FREQ-PERC
                  MOVE WRK-REGRA-FREQ TO COM-FREQ-MIN
                  WRITE REC-COMUNIC FROM WRK-COM-FREQ-LIN
               END-IF
            END-IF.

       5345-ITEM-OCORRENCIA.
            READ OCORRENCIAS NEXT RECORD
              AT END
                 MOVE 'S' TO WRK-FIM-OCO
              NOT AT END
                 IF OCO-RM = RM-ALUNOS AND OCO-ANO = ANO-LETIVO
                    IF (OCO-ADVERTENCIA OR OCO-SUSPENSAO)
                       AND OCO-DATA NOT < WRK-COM-DATA-INI
                       ADD 1 TO WRK-COM-QTD-ITENS
                       IF COM-ESCREVE
                          MOVE OCO-DATA TO COM-OCO-DATA
                          IF OCO-ADVERTENCIA
                             MOVE 'ADVERTENCIA' TO COM-OCO-TIPO
                          ELSE
                             MOVE 'SUSPENSAO  ' TO COM-OCO-TIPO
                          END-IF
                          MOVE OCO-TEXTO TO COM-OCO-TEXTO
                          WRITE REC-COMUNIC FROM WRK-COM-OCO-LIN
                       END-IF
                    END-IF
                 ELSE
                    MOVE 'S' TO WRK-FIM-OCO
                 END-IF
            END-READ.

      *-----------------MODULO DA GRADE HORARIA---------------------------

       5400-MODULO-HORARIOS.
            PERFORM 5410-MONTA-MENU-HOR.
            PERFORM 5420-PROCESSA-HOR UNTIL WRK-OPCAO-HOR = '5'.

       5410-MONTA-MENU-HOR.
            MOVE 'MODULO - GRADE HORARIA' TO WRK-MODULO.
            DISPLAY TELA.
            ACCEPT MENU-HORARIOS.

       5420-PROCESSA-HOR.
            EVALUATE WRK-OPCAO-HOR
             WHEN 1
                PERFORM 5430-INCLUIR-HORARIO
             WHEN 2
                PERFORM 5440-CONSULTAR-HORARIO
             WHEN 3
                PERFORM 5450-ALTERAR-HORARIO
             WHEN 4
                PERFORM 5460-EXCLUIR-HORARIO
             WHEN OTHER
              IF WRK-OPCAO-HOR NOT EQUAL '5'
                  DISPLAY 'ENTRE COM A OPCAO CERTA'
              END-IF
            END-EVALUATE.
            IF WRK-OPCAO-HOR NOT EQUAL '5'
               PERFORM 5410-MONTA-MENU-HOR
            END-IF.

      *-------------INCLUSAO DE AULA NA GRADE-----------------------------

       5430-INCLUIR-HORARIO.
             INITIALIZE HORARIOS-REG.
             MOVE 'MODULO - INCLUIR AULA' TO WRK-MODULO.
            DISPLAY TELA.
             ACCEPT TELA-HORARIO.
             PERFORM 5435-VALIDA-HORARIO.
             IF HORARIO-INVALIDO
                ACCEPT MOSTRA-ERRO
             ELSE
              PERFORM 5436-CONFIRMA-CHOQUE
              IF WRK-TECLA = 'S'
                 WRITE HORARIOS-REG
                 INVALID KEY
                    MOVE 'AULA JA ALOCADA NA GRADE' TO WRK-MSGERRO
                    ACCEPT MOSTRA-ERRO
                 NOT INVALID KEY
                    MOVE 'AULA REGISTRADA NA GRADE' TO WRK-MSGERRO
                    ACCEPT MOSTRA-ERRO
                 END-WRITE
              END-IF
             END-IF.

      *-----------CONSISTENCIA DA AULA DIGITADA---------------------------

       5435-VALIDA-HORARIO.
            MOVE 'S' TO WRK-HOR-VALIDO.
            IF HOR-DIA < 2 OR HOR-DIA > 6 OR HOR-AULA = 0
               MOVE 'N' TO WRK-HOR-VALIDO
               MOVE 'DIA OU AULA INVALIDO' TO WRK-MSGERRO
            ELSE
               MOVE HOR-SERIE TO TURMA-SERIE
               MOVE HOR-ANO TO TURMA-ANO
               READ TURMAS
                 INVALID KEY
                    MOVE 'N' TO WRK-HOR-VALIDO
                    MOVE 'TURMA INEXISTENTE P/ O ANO' TO WRK-MSGERRO
               END-READ
            END-IF.
            IF HORARIO-VALIDO
               MOVE HOR-SERIE TO ATR-SERIE
               MOVE HOR-ANO TO ATR-ANO
               MOVE HOR-COD TO ATR-COD
               READ ATRIBUICAO
                 INVALID KEY
                    MOVE 'N' TO WRK-HOR-VALIDO
                    MOVE 'DISCIPLINA SEM ATRIBUICAO' TO WRK-MSGERRO
                 NOT INVALID KEY
                    IF HOR-MATR = 0
                       MOVE ATR-MATR TO HOR-MATR
                    END-IF
               END-READ
            END-IF.
            IF HORARIO-VALIDO
               MOVE HOR-MATR TO PROF-MATR
               READ PROFESSORES
                 INVALID KEY
                    MOVE 'N' TO WRK-HOR-VALIDO
                    MOVE 'PROFESSOR NAO ENCONTRADO' TO WRK-MSGERRO
               END-READ
            END-IF.

      *-----------PROFESSOR JA ALOCADO EM OUTRA TURMA NO HORARIO----------

       5436-CONFIRMA-CHOQUE.
            PERFORM 5437-VERIFICA-CHOQUE.
            MOVE 'S' TO WRK-TECLA.
            IF PROF-OCUPADO
               MOVE SPACES TO WRK-MSGERRO
               STRING 'PROF. NA TURMA ' DELIMITED BY SIZE
                      WRK-HOR-SERIE-OCUPA DELIMITED BY SIZE
                      ' GRAVA(S/N)?' DELIMITED BY SIZE
                      INTO WRK-MSGERRO
               MOVE SPACE TO WRK-TECLA
               ACCEPT MOSTRA-ERRO
            END-IF.

       5437-VERIFICA-CHOQUE.
            MOVE HORARIOS-REG TO WRK-HOR-GUARDA.
            MOVE 'N' TO WRK-HOR-OCUPADO.
            MOVE HOR-SERIE TO WRK-HOR-SERIE-CHK.
            MOVE HOR-ANO TO WRK-HOR-ANO-CHK.
            MOVE HOR-DIA TO WRK-HOR-DIA-CHK.
            MOVE HOR-AULA TO WRK-HOR-AULA-CHK.
            MOVE HOR-MATR TO WRK-HOR-MATR-CHK.
            MOVE 'N' TO WRK-FIM-HOR.
            MOVE LOW-VALUES TO HORARIOS-CHAVE.
            START HORARIOS KEY IS NOT LESS THAN HORARIOS-CHAVE
              INVALID KEY
                 MOVE 'S' TO WRK-FIM-HOR
            END-START.
            IF HORARIOS-STATUS NOT = 0
               MOVE 'S' TO WRK-FIM-HOR
            END-IF.
            PERFORM 5438-PROCURA-CHOQUE UNTIL FIM-HOR.
            MOVE WRK-HOR-GUARDA TO HORARIOS-REG.

       5438-PROCURA-CHOQUE.
            READ HORARIOS NEXT RECORD
              AT END
                 MOVE 'S' TO WRK-FIM-HOR
              NOT AT END
                 IF HOR-ANO = WRK-HOR-ANO-CHK
                    AND HOR-DIA = WRK-HOR-DIA-CHK
                    AND HOR-AULA = WRK-HOR-AULA-CHK
                    AND HOR-MATR = WRK-HOR-MATR-CHK
                    AND HOR-SERIE NOT = WRK-HOR-SERIE-CHK
                    MOVE 'S' TO WRK-HOR-OCUPADO
                    MOVE HOR-SERIE TO WRK-HOR-SERIE-OCUPA
                    MOVE 'S' TO WRK-FIM-HOR
                 END-IF
            END-READ.

      *---------------CONSULTA DE AULA DA GRADE---------------------------

       5440-CONSULTAR-HORARIO.
             INITIALIZE HORARIOS-REG.
             MOVE 'MODULO - CONSULTAR AULA' TO WRK-MODULO.
             DISPLAY TELA.
               DISPLAY TELA-HORARIO.
               ACCEPT CHAVE-HOR.
                READ HORARIOS
                 INVALID KEY
                 MOVE 'AULA NAO ENCONTRADA NA GRADE' TO WRK-MSGERRO
                NOT INVALID KEY
                 MOVE 'AULA ENCONTRADA NA GRADE' TO WRK-MSGERRO
                 DISPLAY SS-DADOS-HOR
                END-READ.
                 ACCEPT MOSTRA-ERRO.

      *--------------ALTERACAO DE AULA DA GRADE---------------------------

       5450-ALTERAR-HORARIO.
             INITIALIZE HORARIOS-REG.
             MOVE 'MODULO - ALTERAR AULA' TO WRK-MODULO.
             DISPLAY TELA.
             DISPLAY TELA-HORARIO.
              ACCEPT CHAVE-HOR.
                READ HORARIOS
                IF HORARIOS-STATUS = 0
                    ACCEPT SS-DADOS-HOR
                    PERFORM 5435-VALIDA-HORARIO
                    IF HORARIO-INVALIDO
                       ACCEPT MOSTRA-ERRO
                    ELSE
                       PERFORM 5436-CONFIRMA-CHOQUE
                       IF WRK-TECLA = 'S'
                          REWRITE HORARIOS-REG
                          IF HORARIOS-STATUS = 0
                             MOVE 'AULA DA GRADE ALTERADA'
                             TO WRK-MSGERRO
                             ACCEPT MOSTRA-ERRO
                          ELSE
                             MOVE 'AULA DA GRADE NAO ALTERADA'
                             TO WRK-MSGERRO
                             ACCEPT MOSTRA-ERRO
                          END-IF
                       END-IF
                    END-IF
                ELSE
                    MOVE 'AULA NAO ENCONTRADA NA GRADE'
                    TO WRK-MSGERRO
                    ACCEPT MOSTRA-ERRO
                END-IF.

      *------------------EXCLUSAO DE AULA DA GRADE------------------------

       5460-EXCLUIR-HORARIO.
            INITIALIZE HORARIOS-REG
            MOVE 'MODULO - EXCLUIR AULA' TO WRK-MODULO.
             DISPLAY TELA.
                DISPLAY TELA-HORARIO
                ACCEPT CHAVE-HOR.
               READ HORARIOS
                 INVALID KEY
                  MOVE 'AULA NAO ENCONTRADA NA GRADE'  TO WRK-MSGERRO
                 NOT INVALID KEY
                  MOVE 'DESEJA EXCLUIR AULA(S/N) ? '
                  TO WRK-MSGERRO
                   DISPLAY SS-DADOS-HOR
                    ACCEPT MOSTRA-ERRO
                   IF WRK-TECLA = 'S'
                       DELETE HORARIOS
                       INVALID KEY
                       MOVE 'AULA NAO EXCLUIDA' TO WRK-MSGERRO
                       NOT INVALID KEY
                       MOVE 'AULA EXCLUIDA DA GRADE' TO WRK-MSGERRO
                       END-DELETE
                       ACCEPT MOSTRA-ERRO
                   END-IF
               END-READ.

      *-----------GRADE HORARIA POR TURMA E POR PROFESSOR, COM CRITICA----

       5500-GRADE-HORARIA.
            MOVE 'MODULO - GRADE HORARIA' TO WRK-MODULO.
            DISPLAY TELA-2.
            MOVE 0 TO WRK-ANO-HOR WRK-HOR-AULAS-DIA.
            ACCEPT TELA-GRADE-HOR.
            IF WRK-ANO-HOR = 0 OR WRK-HOR-AULAS-DIA = 0
               MOVE 'ANO OU AULAS POR DIA INVALIDO' TO WRK-MSGERRO
               ACCEPT MOSTRA-ERRO
            ELSE
               OPEN OUTPUT GRADEHOR
               OPEN OUTPUT HORCRIT
               MOVE 0 TO WRK-QTD-HOR-TURMAS WRK-QTD-HOR-CHOQUES
                         WRK-QTD-HOR-CARGA WRK-QTD-HOR-VAGAS
                         WRK-QTD-HOR-SEMATR WRK-QTD-HOR-PROFDIF
               MOVE 'GRADE HORARIA POR TURMA - ANO LETIVO: '
                    TO GRD-TIT-TEXTO
               MOVE WRK-ANO-HOR TO GRD-TIT-ANO
               WRITE REC-GRADEHOR FROM WRK-GRD-TITULO
               MOVE WRK-ANO-HOR TO HCR-TIT-ANO
               WRITE REC-HORCRIT FROM WRK-HCR-TITULO
               MOVE 'N' TO WRK-FIM-TURMAS
               MOVE LOW-VALUES TO TURMAS-CHAVE
               START TURMAS KEY IS NOT LESS THAN TURMAS-CHAVE
                 INVALID KEY
                    MOVE 'S' TO WRK-FIM-TURMAS
               END-START
               IF TURMAS-STATUS NOT = 0
                  MOVE 'S' TO WRK-FIM-TURMAS
               END-IF
               PERFORM 5510-GRADE-TURMA UNTIL FIM-TURMAS
               MOVE SPACES TO REC-GRADEHOR
               WRITE REC-GRADEHOR
               MOVE 'GRADE HORARIA POR PROFESSOR - ANO: '
                    TO GRD-TIT-TEXTO
               WRITE REC-GRADEHOR FROM WRK-GRD-TITULO
               CLOSE HORARIOS
               SORT SORTHOR ON ASCENDING KEY SHR-ANO SHR-MATR
                    SHR-AULA SHR-DIA SHR-SERIE
                    USING HORARIOS
                    OUTPUT PROCEDURE IS 5550-GRADE-PROFESSORES
               OPEN I-O HORARIOS
               PERFORM 5580-TOTAIS-GRADE
               CLOSE GRADEHOR
               CLOSE HORCRIT
               DISPLAY 'TURMAS: ' WRK-QTD-HOR-TURMAS
                       ' CHOQUES: ' WRK-QTD-HOR-CHOQUES
                       ' AULAS VAGAS: ' WRK-QTD-HOR-VAGAS
               MOVE 'GRADE PRONTA, VEJA GRADEHOR' TO WRK-MSGERRO
               ACCEPT MOSTRA-ERRO
            END-IF.

       5510-GRADE-TURMA.
            READ TURMAS NEXT RECORD
              AT END
                 MOVE 'S' TO WRK-FIM-TURMAS
              NOT AT END
                 IF TURMA-ANO = WRK-ANO-HOR
                    PERFORM 5515-IMPRIME-GRADE-TURMA
                    PERFORM 5535-CONFERE-CARGA
                 END-IF
            END-READ.

       5515-IMPRIME-GRADE-TURMA.
            ADD 1 TO WRK-QTD-HOR-TURMAS.
            MOVE SPACES TO REC-GRADEHOR.
            WRITE REC-GRADEHOR.
            MOVE TURMA-SERIE TO GRD-TUR-SERIE.
            MOVE TURMA-DESCRICAO TO GRD-TUR-DESC.
            WRITE REC-GRADEHOR FROM WRK-GRD-TURMA-LIN.
            WRITE REC-GRADEHOR FROM WRK-GRD-CAB.
            WRITE REC-GRADEHOR FROM WRK-GRD-SEPARA.
            MOVE 0 TO WRK-HOR-VAGAS-TURMA.
            MOVE 1 TO WRK-HOR-AULA-CHK.
            PERFORM 5520-LINHA-AULA-TURMA
                    UNTIL WRK-HOR-AULA-CHK > WRK-HOR-AULAS-DIA.
            IF WRK-HOR-VAGAS-TURMA > 0
               MOVE SPACES TO WRK-HCR-LIN
               MOVE 'TURMA COM AULAS VAGAS' TO HCR-TEXTO
               STRING 'TURMA ' DELIMITED BY SIZE
                      TURMA-SERIE DELIMITED BY SIZE
                      ' AULAS VAGAS: ' DELIMITED BY SIZE
                      WRK-HOR-VAGAS-TURMA DELIMITED BY SIZE
                      INTO HCR-DETALHE
               WRITE REC-HORCRIT FROM WRK-HCR-LIN
               ADD WRK-HOR-VAGAS-TURMA TO WRK-QTD-HOR-VAGAS
            END-IF.

      *-----------LINHA DE DISCIPLINAS E LINHA DE PROFESSORES DA AULA----

       5520-LINHA-AULA-TURMA.
            MOVE 'D' TO WRK-GRD-PASSO.
            PERFORM 5522-MONTA-LINHA-TURMA.
            MOVE WRK-HOR-AULA-CHK TO GRD-AULA.
            WRITE REC-GRADEHOR FROM WRK-GRD-LIN.
            MOVE 'P' TO WRK-GRD-PASSO.
            PERFORM 5522-MONTA-LINHA-TURMA.
            MOVE 0 TO GRD-AULA.
            WRITE REC-GRADEHOR FROM WRK-GRD-LIN.
            ADD 1 TO WRK-HOR-AULA-CHK.

       5522-MONTA-LINHA-TURMA.
            MOVE SPACES TO GRD-SEG GRD-TER GRD-QUA GRD-QUI GRD-SEX.
            MOVE 2 TO WRK-HOR-DIA-CHK.
            PERFORM 5525-CELULA-TURMA UNTIL WRK-HOR-DIA-CHK > 6.

       5525-CELULA-TURMA.
            MOVE TURMA-SERIE TO HOR-SERIE.
            MOVE TURMA-ANO TO HOR-ANO.
            MOVE WRK-HOR-DIA-CHK TO HOR-DIA.
            MOVE WRK-HOR-AULA-CHK TO HOR-AULA.
            READ HORARIOS
              INVALID KEY
                 IF GRD-DISCIPLINAS
                    MOVE '(VAGA)' TO WRK-GRD-TXT
                    ADD 1 TO WRK-HOR-VAGAS-TURMA
                 ELSE
                    MOVE SPACES TO WRK-GRD-TXT
                 END-IF
              NOT INVALID KEY
                 IF GRD-DISCIPLINAS
                    MOVE HOR-COD TO CAT-COD
                    READ CATALOGO
                      INVALID KEY
                         MOVE SPACES TO CAT-NOME
                    END-READ
                    MOVE CAT-NOME TO WRK-GRD-TXT
                    PERFORM 5528-CONFERE-ATRIBUICAO
                 ELSE
                    MOVE HOR-MATR TO PROF-MATR
                    READ PROFESSORES
                      INVALID KEY
                         MOVE SPACES TO PROF-NOME
                    END-READ
                    MOVE PROF-NOME TO WRK-GRD-TXT
                 END-IF
            END-READ.
            PERFORM 5530-POE-CELULA.
            ADD 1 TO WRK-HOR-DIA-CHK.

       5528-CONFERE-ATRIBUICAO.
            MOVE HOR-SERIE TO ATR-SERIE.
            MOVE HOR-ANO TO ATR-ANO.
            MOVE HOR-COD TO ATR-COD.
            READ ATRIBUICAO
              INVALID KEY
                 MOVE SPACES TO WRK-HCR-LIN
                 MOVE 'DISCIPLINA SEM ATRIBUICAO' TO HCR-TEXTO
                 STRING 'TURMA ' DELIMITED BY SIZE
                        HOR-SERIE DELIMITED BY SIZE
                        ' DIA ' DELIMITED BY SIZE
                        HOR-DIA DELIMITED BY SIZE
                        ' AULA ' DELIMITED BY SIZE
                        HOR-AULA DELIMITED BY SIZE
                        ' COD ' DELIMITED BY SIZE
                        HOR-COD DELIMITED BY SIZE
                        INTO HCR-DETALHE
                 WRITE REC-HORCRIT FROM WRK-HCR-LIN
                 ADD 1 TO WRK-QTD-HOR-SEMATR
              NOT INVALID KEY
                 IF ATR-MATR NOT = HOR-MATR
                    MOVE SPACES TO WRK-HCR-LIN
                    MOVE 'PROF. DIFERE DA ATRIBUICAO' TO HCR-TEXTO
                    STRING 'TURMA ' DELIMITED BY SIZE
                           HOR-SERIE DELIMITED BY SIZE
                           ' DIA ' DELIMITED BY SIZE
                           HOR-DIA DELIMITED BY SIZE
                           ' AULA ' DELIMITED BY SIZE
                           HOR-AULA DELIMITED BY SIZE
                           ' PROF ' DELIMITED BY SIZE
                           HOR-MATR DELIMITED BY SIZE
                           ' ATRIB ' DELIMITED BY SIZE
                           ATR-MATR DELIMITED BY SIZE
                           INTO HCR-DETALHE
                    WRITE REC-HORCRIT FROM WRK-HCR-LIN
                    ADD 1 TO WRK-QTD-HOR-PROFDIF
                 END-IF
            END-READ.

       5530-POE-CELULA.
            EVALUATE WRK-HOR-DIA-CHK
             WHEN 2
                MOVE WRK-GRD-TXT TO GRD-SEG
             WHEN 3
                MOVE WRK-GRD-TXT TO GRD-TER
             WHEN 4
                MOVE WRK-GRD-TXT TO GRD-QUA
             WHEN 5
                MOVE WRK-GRD-TXT TO GRD-QUI
             WHEN 6
                MOVE WRK-GRD-TXT TO GRD-SEX
            END-EVALUATE.

      *-----------AULAS ALOCADAS CONTRA A CARGA DO CATALOGO---------------

       5535-CONFERE-CARGA.
            MOVE 'N' TO WRK-FIM-ATR.
            MOVE TURMA-SERIE TO ATR-SERIE.
            MOVE TURMA-ANO TO ATR-ANO.
            MOVE ZEROS TO ATR-COD.
            START ATRIBUICAO KEY IS NOT LESS THAN ATRIBUICAO-CHAVE
              INVALID KEY
                 MOVE 'S' TO WRK-FIM-ATR
            END-START.
            IF ATRIBUICAO-STATUS NOT = 0
               MOVE 'S' TO WRK-FIM-ATR
            END-IF.
            PERFORM 5540-CARGA-DISCIPLINA UNTIL FIM-ATR.

       5540-CARGA-DISCIPLINA.
            READ ATRIBUICAO NEXT RECORD
              AT END
                 MOVE 'S' TO WRK-FIM-ATR
              NOT AT END
                 IF ATR-SERIE = TURMA-SERIE AND ATR-ANO = TURMA-ANO
                    PERFORM 5545-CONTA-AULAS-DISC
                 ELSE
                    MOVE 'S' TO WRK-FIM-ATR
                 END-IF
            END-READ.

       5545-CONTA-AULAS-DISC.
            MOVE ATR-COD TO CAT-COD.
            READ CATALOGO
              INVALID KEY
                 MOVE SPACES TO CAT-NOME
                 MOVE 0 TO CAT-CARGA
            END-READ.
            MOVE 0 TO WRK-HOR-ALOCADAS.
            MOVE 'N' TO WRK-FIM-HOR.
            MOVE TURMA-SERIE TO HOR-SERIE.
            MOVE TURMA-ANO TO HOR-ANO.
            MOVE 0 TO HOR-DIA HOR-AULA.
            START HORARIOS KEY IS NOT LESS THAN HORARIOS-CHAVE
              INVALID KEY
                 MOVE 'S' TO WRK-FIM-HOR
            END-START.
            IF HORARIOS-STATUS NOT = 0
               MOVE 'S' TO WRK-FIM-HOR
            END-IF.
            PERFORM 5548-SOMA-AULA-DISC UNTIL FIM-HOR.
            IF WRK-HOR-ALOCADAS NOT = CAT-CARGA
               MOVE SPACES TO WRK-HCR-LIN
               MOVE 'AULAS DIFERENTES DA CARGA' TO HCR-TEXTO
               STRING 'TURMA ' DELIMITED BY SIZE
                      TURMA-SERIE DELIMITED BY SIZE
                      ' COD ' DELIMITED BY SIZE
                      ATR-COD DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      CAT-NOME DELIMITED BY SIZE
                      ' PREV ' DELIMITED BY SIZE
                      CAT-CARGA DELIMITED BY SIZE
                      ' ALOC ' DELIMITED BY SIZE
                      WRK-HOR-ALOCADAS DELIMITED BY SIZE
                      INTO HCR-DETALHE
               WRITE REC-HORCRIT FROM WRK-HCR-LIN
               ADD 1 TO WRK-QTD-HOR-CARGA
            END-IF.

       5548-SOMA-AULA-DISC.
            READ HORARIOS NEXT RECORD
              AT END
                 MOVE 'S' TO WRK-FIM-HOR
              NOT AT END
                 IF HOR-SERIE = TURMA-SERIE AND HOR-ANO = TURMA-ANO
                    IF HOR-COD = ATR-COD
                       ADD 1 TO WRK-HOR-ALOCADAS
                    END-IF
                 ELSE
                    MOVE 'S' TO WRK-FIM-HOR
                 END-IF
            END-READ.

      *-----------GRADE POR PROFESSOR E CHOQUE DE HORARIO-----------------

       5550-GRADE-PROFESSORES.
            MOVE 'N' TO WRK-FIM-SORTHOR.
            MOVE 0 TO WRK-HOR-MATR-ANT.
            RETURN SORTHOR AT END MOVE 'S' TO WRK-FIM-SORTHOR.
            PERFORM 5555-HORARIO-PROFESSOR UNTIL FIM-SORTHOR.
            IF WRK-HOR-MATR-ANT NOT = 0
               PERFORM 5565-FECHA-PROFESSOR
            END-IF.

       5555-HORARIO-PROFESSOR.
            IF SHR-ANO = WRK-ANO-HOR AND SHR-MATR NOT = 0
               IF SHR-MATR NOT = WRK-HOR-MATR-ANT
                  IF WRK-HOR-MATR-ANT NOT = 0
                     PERFORM 5565-FECHA-PROFESSOR
                  END-IF
                  PERFORM 5560-ABRE-PROFESSOR
               END-IF
               IF SHR-AULA NOT = WRK-HOR-AULA-ANT
                  IF WRK-HOR-AULA-ANT NOT = 0
                     PERFORM 5570-GRAVA-LINHA-PROF
                  END-IF
                  PERFORM 5575-LINHA-VAZIA-PROF
                          UNTIL WRK-HOR-AULA-CHK NOT < SHR-AULA
                  MOVE SHR-AULA TO WRK-HOR-AULA-ANT
                  MOVE 0 TO WRK-HOR-DIA-ANT
               END-IF
               MOVE SHR-DIA TO WRK-HOR-DIA-CHK
               IF SHR-DIA = WRK-HOR-DIA-ANT
                  PERFORM 5568-CHOQUE-PROFESSOR
               ELSE
                  MOVE SHR-COD TO CAT-COD
                  READ CATALOGO
                    INVALID KEY
                       MOVE SPACES TO CAT-NOME
                  END-READ
                  MOVE SHR-SERIE TO GRD-CEL-SERIE
                  MOVE CAT-NOME TO GRD-CEL-DISC
                  MOVE WRK-GRD-CEL TO WRK-GRD-TXT
                  PERFORM 5530-POE-CELULA
               END-IF
               MOVE SHR-DIA TO WRK-HOR-DIA-ANT
               MOVE SHR-SERIE TO WRK-HOR-SERIE-ANT
            END-IF.
            RETURN SORTHOR AT END MOVE 'S' TO WRK-FIM-SORTHOR.

       5560-ABRE-PROFESSOR.
            MOVE SHR-MATR TO PROF-MATR WRK-HOR-MATR-ANT.
            READ PROFESSORES
              INVALID KEY
                 MOVE SPACES TO PROF-NOME
            END-READ.
            MOVE SPACES TO REC-GRADEHOR.
            WRITE REC-GRADEHOR.
            MOVE SHR-MATR TO GRD-PROF-MATR.
            MOVE PROF-NOME TO GRD-PROF-NOME.
            WRITE REC-GRADEHOR FROM WRK-GRD-PROF-LIN.
            WRITE REC-GRADEHOR FROM WRK-GRD-CAB.
            WRITE REC-GRADEHOR FROM WRK-GRD-SEPARA.
            MOVE SPACES TO GRD-SEG GRD-TER GRD-QUA GRD-QUI GRD-SEX.
            MOVE 0 TO WRK-HOR-AULA-ANT WRK-HOR-DIA-ANT.
            MOVE 1 TO WRK-HOR-AULA-CHK.

       5565-FECHA-PROFESSOR.
            IF WRK-HOR-AULA-ANT NOT = 0
               PERFORM 5570-GRAVA-LINHA-PROF
            END-IF.
            PERFORM 5575-LINHA-VAZIA-PROF
                    UNTIL WRK-HOR-AULA-CHK > WRK-HOR-AULAS-DIA.

       5568-CHOQUE-PROFESSOR.
            MOVE SPACES TO WRK-HCR-LIN.
            MOVE 'PROFESSOR EM DUAS TURMAS' TO HCR-TEXTO.
            STRING 'PROF ' DELIMITED BY SIZE
                   SHR-MATR DELIMITED BY SIZE
                   ' DIA ' DELIMITED BY SIZE
                   SHR-DIA DELIMITED BY SIZE
                   ' AULA ' DELIMITED BY SIZE
                   SHR-AULA DELIMITED BY SIZE
                   ' TURMAS ' DELIMITED BY SIZE
                   WRK-HOR-SERIE-ANT DELIMITED BY SIZE
                   ' E ' DELIMITED BY SIZE
                   SHR-SERIE DELIMITED BY SIZE
                   INTO HCR-DETALHE.
            WRITE REC-HORCRIT FROM WRK-HCR-LIN.
            ADD 1 TO WRK-QTD-HOR-CHOQUES.
            MOVE 'CHOQUE' TO WRK-GRD-TXT.
            PERFORM 5530-POE-CELULA.

       5570-GRAVA-LINHA-PROF.
            MOVE WRK-HOR-AULA-ANT TO GRD-AULA.
            WRITE REC-GRADEHOR FROM WRK-GRD-LIN.
            MOVE SPACES TO GRD-SEG GRD-TER GRD-QUA GRD-QUI GRD-SEX.
            COMPUTE WRK-HOR-AULA-CHK = WRK-HOR-AULA-ANT + 1.

       5575-LINHA-VAZIA-PROF.
            MOVE SPACES TO GRD-SEG GRD-TER GRD-QUA GRD-QUI GRD-SEX.
            MOVE WRK-HOR-AULA-CHK TO GRD-AULA.
            WRITE REC-GRADEHOR FROM WRK-GRD-LIN.
            ADD 1 TO WRK-HOR-AULA-CHK.

       5580-TOTAIS-GRADE.
            MOVE SPACES TO REC-HORCRIT.
            WRITE REC-HORCRIT.
            MOVE 'TURMAS PROCESSADAS......: ' TO HCR-TOT-TEXTO.
            MOVE WRK-QTD-HOR-TURMAS TO HCR-TOT-QTD.
            WRITE REC-HORCRIT FROM WRK-HCR-TOT.
            MOVE 'CHOQUES DE PROFESSOR....: ' TO HCR-TOT-TEXTO.
            MOVE WRK-QTD-HOR-CHOQUES TO HCR-TOT-QTD.
            WRITE REC-HORCRIT FROM WRK-HCR-TOT.
            MOVE 'CARGA DIFERENTE.........: ' TO HCR-TOT-TEXTO.
            MOVE WRK-QTD-HOR-CARGA TO HCR-TOT-QTD.
            WRITE REC-HORCRIT FROM WRK-HCR-TOT.
            MOVE 'AULAS VAGAS.............: ' TO HCR-TOT-TEXTO.
            MOVE WRK-QTD-HOR-VAGAS TO HCR-TOT-QTD.
            WRITE REC-HORCRIT FROM WRK-HCR-TOT.
            MOVE 'SEM ATRIBUICAO..........: ' TO HCR-TOT-TEXTO.
            MOVE WRK-QTD-HOR-SEMATR TO HCR-TOT-QTD.
            WRITE REC-HORCRIT FROM WRK-HCR-TOT.
            MOVE 'PROF. DIFERENTE.........: ' TO HCR-TOT-TEXTO.
            MOVE WRK-QTD-HOR-PROFDIF TO HCR-TOT-QTD.
            WRITE REC-HORCRIT FROM WRK-HCR-TOT.

      *-----------VERIFICACAO DE INTEGRIDADE REFERENCIAL-----------------

       5600-INTEGRIDADE-REFERENCIAL.
            MOVE 'MODULO - INTEGRIDADE REF.' TO WRK-MODULO.
            PERFORM 9796-ABRE-TELA-PROCESSO.
            IF CTRL-ALUNOS-OK = 'N' OR CTRL-DISC-OK = 'N'
               MOVE 'BASE REPROVADA, RESTAURE ANTES' TO WRK-MSGERRO
               PERFORM 9798-FALHA-PROCESSO
            ELSE
               PERFORM 5605-EXECUTA-INTEGRIDADE
            END-IF.

       5605-EXECUTA-INTEGRIDADE.
            MOVE 'V' TO WRK-INT-MODO.
            IF MODO-INTERATIVO
               ACCEPT TELA-INTEGRIDADE
            END-IF.
            IF NOT INT-VERIFICACAO AND NOT INT-REPARO
               MOVE 'MODO INVALIDO, USE V OU R' TO WRK-MSGERRO
               PERFORM 9798-FALHA-PROCESSO
            ELSE
               MOVE 0 TO WRK-QTD-INT-VINCULOS WRK-QTD-INT-REMOVIDOS
                         WRK-QTD-INT-ORFAOS WRK-QTD-INT-MANUAL
               ACCEPT INT-TIT-DATA FROM DATE YYYYMMDD
               IF INT-REPARO
                  MOVE 'REPARO' TO INT-TIT-MODO
                  MOVE INT-TIT-DATA TO ORF-DATA
                  OPEN EXTEND ORFAOS
                  IF ORFAOS-STATUS = 35
                     OPEN OUTPUT ORFAOS
                     CLOSE ORFAOS
                     OPEN EXTEND ORFAOS
                  END-IF
               ELSE
                  MOVE 'VERIFICACAO' TO INT-TIT-MODO
               END-IF
               OPEN OUTPUT INTEGREL
               WRITE REC-INTEGREL FROM WRK-INT-TITULO
               SORT SORTINT ON ASCENDING KEY SIN-TIPO SIN-RM SIN-ANO
                    SIN-SERIE SIN-COD
                    INPUT PROCEDURE IS 5610-VERIFICA-ARQUIVOS
                    OUTPUT PROCEDURE IS 5660-GRAVA-INTEGRIDADE
               PERFORM 5675-TOTAIS-INTEGRIDADE
               CLOSE INTEGREL
               IF INT-REPARO
                  CLOSE ORFAOS
               END-IF
               DISPLAY 'VINCULOS QUEBRADOS: ' WRK-QTD-INT-VINCULOS
                       ' REMOVIDOS: ' WRK-QTD-INT-REMOVIDOS
               MOVE 'INTEGRIDADE PRONTA, VEJA INTEGREL' TO WRK-MSGERRO
               PERFORM 9797-MENSAGEM-PROCESSO
            END-IF.

      *-----------VARREDURA DE CADA ARQUIVO INDEXADO----------------------

       5610-VERIFICA-ARQUIVOS.
            MOVE 'N' TO WRK-FIM-DISC.
            MOVE LOW-VALUES TO DISCIPLINAS-CHAVE.
            START DISCIPLINAS KEY IS NOT LESS THAN DISCIPLINAS-CHAVE
              INVALID KEY
                 MOVE 'S' TO WRK-FIM-DISC
            END-START.
            IF DISCIPLINAS-STATUS NOT = 0
               MOVE 'S' TO WRK-FIM-DISC
            END-IF.
            PERFORM 5612-INT-DISCIPLINA UNTIL FIM-DISC.
            MOVE 'N' TO WRK-FIM-FREQ.
            MOVE LOW-VALUES TO FREQUENCIA-CHAVE.
            START FREQUENCIA KEY IS NOT LESS THAN FREQUENCIA-CHAVE
              INVALID KEY
                 MOVE 'S' TO WRK-FIM-FREQ
            END-START.
            IF FREQUENCIA-STATUS NOT = 0
               MOVE 'S' TO WRK-FIM-FREQ
            END-IF.
            PERFORM 5614-INT-FREQUENCIA UNTIL FIM-FREQ.
            MOVE 'N' TO WRK-FIM-RECUP.
            MOVE LOW-VALUES TO RECUPERA-CHAVE.
            START RECUPERA KEY IS NOT LESS THAN RECUPERA-CHAVE
              INVALID KEY
                 MOVE 'S' TO WRK-FIM-RECUP
            END-START.
            IF RECUPERA-STATUS NOT = 0
               MOVE 'S' TO WRK-FIM-RECUP
            END-IF.
            PERFORM 5616-INT-RECUPERACAO UNTIL FIM-RECUP.
            MOVE 'N' TO WRK-FIM-OCO.
            MOVE LOW-VALUES TO OCORRENCIAS-CHAVE.
            START OCORRENCIAS KEY IS NOT LESS THAN OCORRENCIAS-CHAVE
              INVALID KEY
                 MOVE 'S' TO WRK-FIM-OCO
            END-START.
            IF OCORRENCIAS-STATUS NOT = 0
               MOVE 'S' TO WRK-FIM-OCO
            END-IF.
            PERFORM 5618-INT-OCORRENCIA UNTIL FIM-OCO.
            MOVE 'N' TO WRK-FIM-CNS.
            MOVE LOW-VALUES TO CONSELHO-CHAVE.
            START CONSELHO KEY IS NOT LESS THAN CONSELHO-CHAVE
              INVALID KEY
                 MOVE 'S' TO WRK-FIM-CNS
            END-START.
            IF CONSELHO-STATUS NOT = 0
               MOVE 'S' TO WRK-FIM-CNS
            END-IF.
            PERFORM 5620-INT-CONSELHO UNTIL FIM-CNS.
            MOVE 'N' TO WRK-FIM-RESP.
            MOVE LOW-VALUES TO RESP-CHAVE.
            START RESPONSAVEIS KEY IS NOT LESS THAN RESP-CHAVE
              INVALID KEY
                 MOVE 'S' TO WRK-FIM-RESP
            END-START.
            IF RESPONSAVEIS-STATUS NOT = 0
               MOVE 'S' TO WRK-FIM-RESP
            END-IF.
            PERFORM 5622-INT-RESPONSAVEL UNTIL FIM-RESP.
            MOVE 'N' TO WRK-FIM-ALUNOS.
            MOVE LOW-VALUES TO ALUNOS-CHAVE.
            START ALUNOS KEY IS NOT LESS THAN ALUNOS-CHAVE
              INVALID KEY
                 MOVE 'S' TO WRK-FIM-ALUNOS
            END-START.
            IF ALUNOS-STATUS NOT = 0
               MOVE 'S' TO WRK-FIM-ALUNOS
            END-IF.
            PERFORM 5624-INT-ALUNO UNTIL FIM-ALUNOS.
            MOVE 'N' TO WRK-FIM-ATR.
            MOVE LOW-VALUES TO ATRIBUICAO-CHAVE.
            START ATRIBUICAO KEY IS NOT LESS THAN ATRIBUICAO-CHAVE
              INVALID KEY
                 MOVE 'S' TO WRK-FIM-ATR
            END-START.
            IF ATRIBUICAO-STATUS NOT = 0
               MOVE 'S' TO WRK-FIM-ATR
            END-IF.
            PERFORM 5626-INT-ATRIBUICAO UNTIL FIM-ATR.
            MOVE 'N' TO WRK-FIM-HOR.
            MOVE LOW-VALUES TO HORARIOS-CHAVE.
            START HORARIOS KEY IS NOT LESS THAN HORARIOS-CHAVE
              INVALID KEY
                 MOVE 'S' TO WRK-FIM-HOR
            END-START.
            IF HORARIOS-STATUS NOT = 0
               MOVE 'S' TO WRK-FIM-HOR
            END-IF.
            PERFORM 5628-INT-HORARIO UNTIL FIM-HOR.
            MOVE 'N' TO WRK-FIM-REGRAS.
            MOVE LOW-VALUES TO REGRAS-CHAVE.
            START REGRAS KEY IS NOT LESS THAN REGRAS-CHAVE
              INVALID KEY
                 MOVE 'S' TO WRK-FIM-REGRAS
            END-START.
            IF REGRAS-STATUS NOT = 0
               MOVE 'S' TO WRK-FIM-REGRAS
            END-IF.
            PERFORM 5630-INT-REGRA UNTIL FIM-REGRAS.

       5612-INT-DISCIPLINA.
            READ DISCIPLINAS NEXT RECORD
              AT END
                 MOVE 'S' TO WRK-FIM-DISC
              NOT AT END
                 MOVE 0 TO WRK-INT-TIPO
                 MOVE DISC-RM TO WRK-INT-RM-CHK
                 MOVE DISC-ANO TO WRK-INT-ANO-CHK
                 PERFORM 5640-ALUNO-EXISTE
                 IF INT-NAO-ACHOU
                    MOVE 1 TO WRK-INT-TIPO
                    MOVE 'S' TO WRK-INT-REPARAVEL
                    MOVE 'ALUNO NAO CADASTRADO NO ANO' TO SIN-DETALHE
                 ELSE
                    PERFORM 4750-BUSCA-CATALOGO
                    IF CATALOGO-INEXISTENTE
                       MOVE 8 TO WRK-INT-TIPO
                       MOVE 'N' TO WRK-INT-REPARAVEL
                       MOVE DISC-NOME TO SIN-DETALHE
                    END-IF
                 END-IF
                 IF WRK-INT-TIPO NOT = 0
                    MOVE DISC-RM TO SIN-RM
                    MOVE DISC-ANO TO SIN-ANO
                    MOVE SPACES TO SIN-SERIE
                    MOVE DISC-COD TO SIN-COD
                    MOVE 'ORF-DISC' TO WRK-INT-OPERACAO
                    PERFORM 5650-REGISTRA-VINCULO
                 END-IF
            END-READ.

       5614-INT-FREQUENCIA.
            READ FREQUENCIA NEXT RECORD
              AT END
                 MOVE 'S' TO WRK-FIM-FREQ
              NOT AT END
                 MOVE FREQ-RM TO WRK-INT-RM-CHK
                 MOVE FREQ-ANO TO WRK-INT-ANO-CHK
                 PERFORM 5640-ALUNO-EXISTE
                 IF INT-NAO-ACHOU
                    MOVE 2 TO WRK-INT-TIPO
                    MOVE 'S' TO WRK-INT-REPARAVEL
                    MOVE FREQ-RM TO SIN-RM
                    MOVE FREQ-ANO TO SIN-ANO
                    MOVE SPACES TO SIN-SERIE
                    MOVE FREQ-COD TO SIN-COD
                    MOVE 'ALUNO NAO CADASTRADO NO ANO' TO SIN-DETALHE
                    MOVE 'ORF-FREQ' TO WRK-INT-OPERACAO
                    PERFORM 5650-REGISTRA-VINCULO
                 END-IF
            END-READ.

       5616-INT-RECUPERACAO.
            READ RECUPERA NEXT RECORD
              AT END
                 MOVE 'S' TO WRK-FIM-RECUP
              NOT AT END
                 MOVE RCP-RM TO WRK-INT-RM-CHK
                 MOVE RCP-ANO TO WRK-INT-ANO-CHK
                 PERFORM 5640-ALUNO-EXISTE
                 IF INT-NAO-ACHOU
                    MOVE 3 TO WRK-INT-TIPO
                    MOVE 'S' TO WRK-INT-REPARAVEL
                    MOVE RCP-RM TO SIN-RM
                    MOVE RCP-ANO TO SIN-ANO
                    MOVE SPACES TO SIN-SERIE
                    MOVE RCP-COD TO SIN-COD
                    MOVE 'ALUNO NAO CADASTRADO NO ANO' TO SIN-DETALHE
                    MOVE 'ORF-RECUP' TO WRK-INT-OPERACAO
                    PERFORM 5650-REGISTRA-VINCULO
                 END-IF
            END-READ.

       5618-INT-OCORRENCIA.
            READ OCORRENCIAS NEXT RECORD
              AT END
                 MOVE 'S' TO WRK-FIM-OCO
              NOT AT END
                 MOVE OCO-RM TO WRK-INT-RM-CHK
                 MOVE OCO-ANO TO WRK-INT-ANO-CHK
                 PERFORM 5640-ALUNO-EXISTE
                 IF INT-NAO-ACHOU
                    MOVE 4 TO WRK-INT-TIPO
                    MOVE 'S' TO WRK-INT-REPARAVEL
                    MOVE OCO-RM TO SIN-RM
                    MOVE OCO-ANO TO SIN-ANO
                    MOVE SPACES TO SIN-SERIE
                    MOVE OCO-SEQ TO SIN-COD
                    MOVE OCO-TEXTO TO SIN-DETALHE
                    MOVE 'ORF-OCO' TO WRK-INT-OPERACAO
                    PERFORM 5650-REGISTRA-VINCULO
                 END-IF
            END-READ.

       5620-INT-CONSELHO.
            READ CONSELHO NEXT RECORD
              AT END
                 MOVE 'S' TO WRK-FIM-CNS
              NOT AT END
                 MOVE CNS-RM TO WRK-INT-RM-CHK
                 MOVE CNS-ANO TO WRK-INT-ANO-CHK
                 PERFORM 5640-ALUNO-EXISTE
                 IF INT-NAO-ACHOU
                    MOVE 5 TO WRK-INT-TIPO
                    MOVE 'S' TO WRK-INT-REPARAVEL
                    MOVE CNS-RM TO SIN-RM
                    MOVE CNS-ANO TO SIN-ANO
                    MOVE SPACES TO SIN-SERIE
                    MOVE CNS-COD TO SIN-COD
                    MOVE 'ALUNO NAO CADASTRADO NO ANO' TO SIN-DETALHE
                    MOVE 'ORF-CONS' TO WRK-INT-OPERACAO
                    PERFORM 5650-REGISTRA-VINCULO
                 END-IF
            END-READ.

       5622-INT-RESPONSAVEL.
            READ RESPONSAVEIS NEXT RECORD
              AT END
                 MOVE 'S' TO WRK-FIM-RESP
              NOT AT END
                 MOVE RESP-RM TO WRK-DEP-RM
                 MOVE 0 TO WRK-DEP-ANO
                 PERFORM 5740-OUTRO-ANO-DO-RM
                 IF INT-NAO-ACHOU
                    MOVE 6 TO WRK-INT-TIPO
                    MOVE 'S' TO WRK-INT-REPARAVEL
                    MOVE RESP-RM TO SIN-RM
                    MOVE 0 TO SIN-ANO
                    MOVE SPACES TO SIN-SERIE
                    MOVE RESP-SEQ TO SIN-COD
                    MOVE RESP-NOME TO SIN-DETALHE
                    MOVE 'ORF-RESP' TO WRK-INT-OPERACAO
                    PERFORM 5650-REGISTRA-VINCULO
                 END-IF
            END-READ.

       5624-INT-ALUNO.
            READ ALUNOS NEXT RECORD
              AT END
                 MOVE 'S' TO WRK-FIM-ALUNOS
              NOT AT END
                 MOVE ALU-TURMA-SERIE TO WRK-INT-SERIE-CHK
                 MOVE ALU-TURMA-ANO TO WRK-INT-ANO-CHK
                 PERFORM 5644-TURMA-EXISTE
                 IF INT-NAO-ACHOU
                    MOVE 7 TO WRK-INT-TIPO
                    MOVE 'N' TO WRK-INT-REPARAVEL
                    MOVE RM-ALUNOS TO SIN-RM
                    MOVE ANO-LETIVO TO SIN-ANO
                    MOVE ALU-TURMA-SERIE TO SIN-SERIE
                    MOVE 0 TO SIN-COD
                    MOVE NOME-ALUNOS TO SIN-DETALHE
                    PERFORM 5650-REGISTRA-VINCULO
                 END-IF
            END-READ.

       5626-INT-ATRIBUICAO.
            READ ATRIBUICAO NEXT RECORD
              AT END
                 MOVE 'S' TO WRK-FIM-ATR
              NOT AT END
                 MOVE 0 TO WRK-INT-TIPO
                 MOVE SPACES TO SIN-DETALHE
                 MOVE ATR-SERIE TO WRK-INT-SERIE-CHK
                 MOVE ATR-ANO TO WRK-INT-ANO-CHK
                 PERFORM 5644-TURMA-EXISTE
                 IF INT-NAO-ACHOU
                    MOVE 11 TO WRK-INT-TIPO
                    MOVE 'TURMA NAO CADASTRADA' TO SIN-DETALHE
                 ELSE
                    MOVE ATR-MATR TO WRK-INT-MATR-CHK
                    PERFORM 5646-PROFESSOR-EXISTE
                    IF INT-NAO-ACHOU
                       MOVE 9 TO WRK-INT-TIPO
                       STRING 'PROFESSOR '      DELIMITED BY SIZE
                              ATR-MATR          DELIMITED BY SIZE
                              ' NAO CADASTRADO' DELIMITED BY SIZE
                              INTO SIN-DETALHE
                    ELSE
                       MOVE ATR-COD TO WRK-INT-COD-CHK
                       PERFORM 5648-CATALOGO-EXISTE
                       IF INT-NAO-ACHOU
                          MOVE 10 TO WRK-INT-TIPO
                          MOVE 'DISCIPLINA FORA DO CATALOGO'
                            TO SIN-DETALHE
                       END-IF
                    END-IF
                 END-IF
                 IF WRK-INT-TIPO NOT = 0
                    MOVE 'S' TO WRK-INT-REPARAVEL
                    MOVE 0 TO SIN-RM
                    MOVE ATR-ANO TO SIN-ANO
                    MOVE ATR-SERIE TO SIN-SERIE
                    MOVE ATR-COD TO SIN-COD
                    MOVE 'ORF-ATRIB' TO WRK-INT-OPERACAO
                    PERFORM 5650-REGISTRA-VINCULO
                 END-IF
            END-READ.

       5628-INT-HORARIO.
            READ HORARIOS NEXT RECORD
              AT END
                 MOVE 'S' TO WRK-FIM-HOR
              NOT AT END
                 MOVE 0 TO WRK-INT-TIPO
                 MOVE HOR-SERIE TO WRK-INT-SERIE-CHK
                 MOVE HOR-ANO TO WRK-INT-ANO-CHK
                 PERFORM 5644-TURMA-EXISTE
                 IF INT-NAO-ACHOU
                    MOVE 12 TO WRK-INT-TIPO
                    MOVE 'SEM TURMA' TO WRK-INT-MOTIVO
                 ELSE
                    MOVE HOR-MATR TO WRK-INT-MATR-CHK
                    PERFORM 5646-PROFESSOR-EXISTE
                    IF INT-NAO-ACHOU
                       MOVE 13 TO WRK-INT-TIPO
                       MOVE 'SEM PROFESSOR' TO WRK-INT-MOTIVO
                    ELSE
                       MOVE HOR-COD TO WRK-INT-COD-CHK
                       PERFORM 5648-CATALOGO-EXISTE
                       IF INT-NAO-ACHOU
                          MOVE 14 TO WRK-INT-TIPO
                          MOVE 'FORA DO CATALOGO' TO WRK-INT-MOTIVO
                       END-IF
                    END-IF
                 END-IF
                 IF WRK-INT-TIPO NOT = 0
                    MOVE 'S' TO WRK-INT-REPARAVEL
                    MOVE 0 TO SIN-RM
                    MOVE HOR-ANO TO SIN-ANO
                    MOVE HOR-SERIE TO SIN-SERIE
                    MOVE HOR-COD TO SIN-COD
                    MOVE SPACES TO SIN-DETALHE
                    STRING 'DIA '           DELIMITED BY SIZE
                           HOR-DIA          DELIMITED BY SIZE
                           ' AULA '         DELIMITED BY SIZE
                           HOR-AULA         DELIMITED BY SIZE
                           ': '             DELIMITED BY SIZE
                           WRK-INT-MOTIVO   DELIMITED BY SIZE
                           INTO SIN-DETALHE
                    MOVE 'ORF-HORAR' TO WRK-INT-OPERACAO
                    PERFORM 5650-REGISTRA-VINCULO
                 END-IF
            END-READ.

       5630-INT-REGRA.
            READ REGRAS NEXT RECORD
              AT END
                 MOVE 'S' TO WRK-FIM-REGRAS
              NOT AT END
                 IF REG-COD NOT = 0
                    MOVE REG-COD TO WRK-INT-COD-CHK
                    PERFORM 5648-CATALOGO-EXISTE
                    IF INT-NAO-ACHOU
                       MOVE 15 TO WRK-INT-TIPO
                       MOVE 'N' TO WRK-INT-REPARAVEL
                       MOVE 0 TO SIN-RM
                       MOVE REG-ANO TO SIN-ANO
                       MOVE REG-SERIE TO SIN-SERIE
                       MOVE REG-COD TO SIN-COD
                       MOVE 'DISCIPLINA FORA DO CATALOGO'
                         TO SIN-DETALHE
                       PERFORM 5650-REGISTRA-VINCULO
                    END-IF
                 END-IF
            END-READ.

      *-----------EXISTENCIA DO REGISTRO REFERENCIADO---------------------

       5640-ALUNO-EXISTE.
            MOVE 'S' TO WRK-INT-ACHOU.
            MOVE WRK-INT-RM-CHK TO RM-ALUNOS.
            MOVE WRK-INT-ANO-CHK TO ANO-LETIVO.
            READ ALUNOS
              INVALID KEY
                 MOVE 'N' TO WRK-INT-ACHOU
            END-READ.

       5644-TURMA-EXISTE.
            MOVE 'S' TO WRK-INT-ACHOU.
            MOVE WRK-INT-SERIE-CHK TO TURMA-SERIE.
            MOVE WRK-INT-ANO-CHK TO TURMA-ANO.
            READ TURMAS
              INVALID KEY
                 MOVE 'N' TO WRK-INT-ACHOU
            END-READ.

       5646-PROFESSOR-EXISTE.
            MOVE 'S' TO WRK-INT-ACHOU.
            MOVE WRK-INT-MATR-CHK TO PROF-MATR.
            READ PROFESSORES
              INVALID KEY
                 MOVE 'N' TO WRK-INT-ACHOU
            END-READ.

       5648-CATALOGO-EXISTE.
            MOVE 'S' TO WRK-INT-ACHOU.
            MOVE WRK-INT-COD-CHK TO CAT-COD.
            READ CATALOGO
              INVALID KEY
                 MOVE 'N' TO WRK-INT-ACHOU
            END-READ.

      *-----------REGISTRO DO VINCULO QUEBRADO E REPARO DO ORFAO----------

       5650-REGISTRA-VINCULO.
            ADD 1 TO WRK-QTD-INT-VINCULOS.
            MOVE WRK-INT-TIPO TO SIN-TIPO.
            EVALUATE TRUE
             WHEN INT-SO-MANUAL
                MOVE 'CORRIGIR' TO SIN-ACAO
                ADD 1 TO WRK-QTD-INT-MANUAL
             WHEN INT-VERIFICACAO
                MOVE 'ORFAO' TO SIN-ACAO
                ADD 1 TO WRK-QTD-INT-ORFAOS
             WHEN OTHER
                PERFORM 5652-REMOVE-ORFAO
            END-EVALUATE.
            RELEASE SORTINT-REG.

       5652-REMOVE-ORFAO.
            MOVE SPACES TO ORF-REGISTRO.
            MOVE SIN-DETALHE TO AUD-ANTES-NOME.
            MOVE 0 TO AUD-ANTES-NOTA1 AUD-ANTES-NOTA2
                      AUD-ANTES-NOTA3 AUD-ANTES-NOTA4.
            EVALUATE WRK-INT-TIPO
             WHEN 1
                MOVE 'DISCIPLI' TO ORF-ARQUIVO
                MOVE DISCIPLINAS-REG TO ORF-REGISTRO
                MOVE DISC-NOME TO AUD-ANTES-NOME
                MOVE DISC-NOTA-1BIMESTRE TO AUD-ANTES-NOTA1
                MOVE DISC-NOTA-2BIMESTRE TO AUD-ANTES-NOTA2
                MOVE DISC-NOTA-3BIMESTRE TO AUD-ANTES-NOTA3
                MOVE DISC-NOTA-4BIMESTRE TO AUD-ANTES-NOTA4
             WHEN 2
                MOVE 'FREQUENC' TO ORF-ARQUIVO
                MOVE FREQUENCIA-REG TO ORF-REGISTRO
             WHEN 3
                MOVE 'RECUPERA' TO ORF-ARQUIVO
                MOVE RECUPERA-REG TO ORF-REGISTRO
             WHEN 4
                MOVE 'OCORRENC' TO ORF-ARQUIVO
                MOVE OCORRENCIAS-REG TO ORF-REGISTRO
             WHEN 5
                MOVE 'CONSELHO' TO ORF-ARQUIVO
                MOVE CONSELHO-REG TO ORF-REGISTRO
             WHEN 6
                MOVE 'RESPONS' TO ORF-ARQUIVO
                MOVE RESPONSAVEIS-REG TO ORF-REGISTRO
             WHEN 9 THRU 11
                MOVE 'ATRIBUIC' TO ORF-ARQUIVO
                MOVE ATRIBUICAO-REG TO ORF-REGISTRO
             WHEN 12 THRU 14
                MOVE 'HORARIO' TO ORF-ARQUIVO
                MOVE HORARIOS-REG TO ORF-REGISTRO
            END-EVALUATE.
            MOVE WRK-INT-TIPO TO ORF-TIPO.
            WRITE REC-ORFAOS FROM WRK-ORF-LIN.
            MOVE 'S' TO WRK-INT-REMOVIDO.
            EVALUATE WRK-INT-TIPO
             WHEN 1
                DELETE DISCIPLINAS
                  INVALID KEY
                     MOVE 'N' TO WRK-INT-REMOVIDO
                END-DELETE
             WHEN 2
                DELETE FREQUENCIA
                  INVALID KEY
                     MOVE 'N' TO WRK-INT-REMOVIDO
                END-DELETE
             WHEN 3
                DELETE RECUPERA
                  INVALID KEY
                     MOVE 'N' TO WRK-INT-REMOVIDO
                END-DELETE
             WHEN 4
                DELETE OCORRENCIAS
                  INVALID KEY
                     MOVE 'N' TO WRK-INT-REMOVIDO
                END-DELETE
             WHEN 5
                DELETE CONSELHO
                  INVALID KEY
                     MOVE 'N' TO WRK-INT-REMOVIDO
                END-DELETE
             WHEN 6
                DELETE RESPONSAVEIS
                  INVALID KEY
                     MOVE 'N' TO WRK-INT-REMOVIDO
                END-DELETE
             WHEN 9 THRU 11
                DELETE ATRIBUICAO
                  INVALID KEY
                     MOVE 'N' TO WRK-INT-REMOVIDO
                END-DELETE
             WHEN 12 THRU 14
                DELETE HORARIOS
                  INVALID KEY
                     MOVE 'N' TO WRK-INT-REMOVIDO
                END-DELETE
            END-EVALUATE.
            IF INT-REMOVIDO
               MOVE SIN-RM TO AUD-RM
               MOVE SIN-ANO TO AUD-ANO
               MOVE WRK-INT-OPERACAO TO AUD-OPERACAO
               IF SIN-SERIE = SPACES
                  MOVE SIN-COD TO AUD-ANTES-SERIE
               ELSE
                  MOVE SIN-SERIE TO AUD-ANTES-SERIE
               END-IF
               MOVE WRK-INT-TIPO TO AUD-MOTIVO
               PERFORM 5690-AUDITA-REMOCAO
               MOVE 'REMOVIDO' TO SIN-ACAO
               ADD 1 TO WRK-QTD-INT-REMOVIDOS
            ELSE
               MOVE 'NAO REMOV.' TO SIN-ACAO
               ADD 1 TO WRK-QTD-INT-ORFAOS
            END-IF.

      *-----------RELATORIO DOS VINCULOS QUEBRADOS POR TIPO--------------

       5660-GRAVA-INTEGRIDADE.
            MOVE 'N' TO WRK-FIM-SORTINT.
            MOVE 0 TO WRK-INT-TIPO-ANT WRK-QTD-INT-TIPO.
            RETURN SORTINT AT END MOVE 'S' TO WRK-FIM-SORTINT.
            PERFORM 5665-LINHA-INTEGRIDADE UNTIL FIM-SORTINT.
            IF WRK-INT-TIPO-ANT NOT = 0
               PERFORM 5670-TOTAL-TIPO
            END-IF.

       5665-LINHA-INTEGRIDADE.
            IF SIN-TIPO NOT = WRK-INT-TIPO-ANT
               IF WRK-INT-TIPO-ANT NOT = 0
                  PERFORM 5670-TOTAL-TIPO
                  MOVE 0 TO WRK-QTD-INT-TIPO
               END-IF
               MOVE SIN-TIPO TO INT-TIP-TIPO
               PERFORM 5680-DESCRICAO-TIPO
               MOVE SPACES TO REC-INTEGREL
               WRITE REC-INTEGREL
               WRITE REC-INTEGREL FROM WRK-INT-TIPO-LIN
               WRITE REC-INTEGREL FROM WRK-INT-CAB
               MOVE SIN-TIPO TO WRK-INT-TIPO-ANT
            END-IF.
            MOVE SPACES TO WRK-INT-LIN.
            MOVE SIN-RM TO INT-RM.
            MOVE SIN-ANO TO INT-ANO.
            MOVE SIN-SERIE TO INT-SERIE.
            MOVE SIN-COD TO INT-COD.
            MOVE SIN-DETALHE TO INT-DETALHE.
            MOVE SIN-ACAO TO INT-ACAO.
            WRITE REC-INTEGREL FROM WRK-INT-LIN.
            ADD 1 TO WRK-QTD-INT-TIPO.
            RETURN SORTINT AT END MOVE 'S' TO WRK-FIM-SORTINT.

       5670-TOTAL-TIPO.
            MOVE SPACES TO WRK-INT-TOT.
            MOVE 'TOTAL DO TIPO...............: ' TO INT-TOT-TEXTO.
            MOVE WRK-QTD-INT-TIPO TO INT-TOT-QTD.
            WRITE REC-INTEGREL FROM WRK-INT-TOT.

       5675-TOTAIS-INTEGRIDADE.
            MOVE SPACES TO REC-INTEGREL.
            WRITE REC-INTEGREL.
            MOVE SPACES TO WRK-INT-TOT.
            MOVE 'VINCULOS QUEBRADOS..........: ' TO INT-TOT-TEXTO.
            MOVE WRK-QTD-INT-VINCULOS TO INT-TOT-QTD.
            WRITE REC-INTEGREL FROM WRK-INT-TOT.
            MOVE 'REGISTROS REMOVIDOS.........: ' TO INT-TOT-TEXTO.
            MOVE WRK-QTD-INT-REMOVIDOS TO INT-TOT-QTD.
            WRITE REC-INTEGREL FROM WRK-INT-TOT.
            MOVE 'ORFAOS NAO REMOVIDOS........: ' TO INT-TOT-TEXTO.
            MOVE WRK-QTD-INT-ORFAOS TO INT-TOT-QTD.
            WRITE REC-INTEGREL FROM WRK-INT-TOT.
            MOVE 'A CORRIGIR NO CADASTRO......: ' TO INT-TOT-TEXTO.
            MOVE WRK-QTD-INT-MANUAL TO INT-TOT-QTD.
            WRITE REC-INTEGREL FROM WRK-INT-TOT.

       5680-DESCRICAO-TIPO.
            EVALUATE SIN-TIPO
             WHEN 1
                MOVE 'DISCIPLINA SEM ALUNO (DISCIPLI)'
                  TO INT-TIP-DESCRICAO
             WHEN 2
                MOVE 'FREQUENCIA SEM ALUNO (FREQUENC)'
                  TO INT-TIP-DESCRICAO
             WHEN 3
                MOVE 'RECUPERACAO SEM ALUNO (RECUPERA)'
                  TO INT-TIP-DESCRICAO
             WHEN 4
                MOVE 'OCORRENCIA SEM ALUNO (OCORRENC)'
                  TO INT-TIP-DESCRICAO
             WHEN 5
                MOVE 'DELIBERACAO SEM ALUNO (CONSELHO)'
                  TO INT-TIP-DESCRICAO
             WHEN 6
                MOVE 'RESPONSAVEL SEM ALUNO (RESPONS)'
                  TO INT-TIP-DESCRICAO
             WHEN 7
                MOVE 'ALUNO SEM TURMA CADASTRADA (ALUNOS)'
                  TO INT-TIP-DESCRICAO
             WHEN 8
                MOVE 'DISCIPLINA FORA DO CATALOGO (DISCIPLI)'
                  TO INT-TIP-DESCRICAO
             WHEN 9
                MOVE 'ATRIBUICAO SEM PROFESSOR (ATRIBUIC)'
                  TO INT-TIP-DESCRICAO
             WHEN 10
                MOVE 'ATRIBUICAO FORA DO CATALOGO (ATRIBUIC)'
                  TO INT-TIP-DESCRICAO
             WHEN 11
                MOVE 'ATRIBUICAO SEM TURMA (ATRIBUIC)'
                  TO INT-TIP-DESCRICAO
             WHEN 12
                MOVE 'HORARIO SEM TURMA (HORARIO)'
                  TO INT-TIP-DESCRICAO
             WHEN 13
                MOVE 'HORARIO SEM PROFESSOR (HORARIO)'
                  TO INT-TIP-DESCRICAO
             WHEN 14
                MOVE 'HORARIO FORA DO CATALOGO (HORARIO)'
                  TO INT-TIP-DESCRICAO
             WHEN 15
                MOVE 'REGRA FORA DO CATALOGO (REGRAVAL)'
                  TO INT-TIP-DESCRICAO
            END-EVALUATE.

      *-----------AUDITORIA DE REGISTRO REMOVIDO (ORFAO OU CASCATA)-------

       5690-AUDITA-REMOCAO.
            MOVE SPACES TO AUD-DEPOIS-NOME AUD-DEPOIS-SERIE.
            MOVE 0 TO AUD-DEPOIS-NOTA1 AUD-DEPOIS-NOTA2
                      AUD-DEPOIS-NOTA3 AUD-DEPOIS-NOTA4.
            PERFORM 4900-GRAVA-AUDITORIA.
            MOVE SPACES TO AUD-MOTIVO.

      *-----------DEPENDENTES DO ALUNO (CONTAGEM OU EXCLUSAO EM CASCATA)--

       5700-CONTA-DEPENDENTES.
            MOVE 'C' TO WRK-DEP-ACAO.
            PERFORM 5720-VARRE-DEPENDENTES.

       5710-EXCLUI-DEPENDENTES.
            MOVE 'E' TO WRK-DEP-ACAO.
            PERFORM 5720-VARRE-DEPENDENTES.

       5720-VARRE-DEPENDENTES.
            MOVE ALUNOS-REG TO WRK-ALUNO-GUARDA.
            MOVE RM-ALUNOS TO WRK-DEP-RM.
            MOVE ANO-LETIVO TO WRK-DEP-ANO.
            MOVE 0 TO WRK-QTD-DEPENDENTES.
            MOVE 'N' TO WRK-FIM-DISC.
            MOVE WRK-DEP-RM TO DISC-RM.
            MOVE WRK-DEP-ANO TO DISC-ANO.
            MOVE ZEROS TO DISC-COD.
            START DISCIPLINAS KEY IS NOT LESS THAN DISCIPLINAS-CHAVE
              INVALID KEY
                 MOVE 'S' TO WRK-FIM-DISC
            END-START.
            IF DISCIPLINAS-STATUS NOT = 0
               MOVE 'S' TO WRK-FIM-DISC
            END-IF.
            PERFORM 5722-DEP-DISCIPLINA UNTIL FIM-DISC.
            MOVE 0 TO AUD-ANTES-NOTA1 AUD-ANTES-NOTA2
                      AUD-ANTES-NOTA3 AUD-ANTES-NOTA4.
            MOVE 'N' TO WRK-FIM-FREQ.
            MOVE WRK-DEP-RM TO FREQ-RM.
            MOVE WRK-DEP-ANO TO FREQ-ANO.
            MOVE ZEROS TO FREQ-COD.
            START FREQUENCIA KEY IS NOT LESS THAN FREQUENCIA-CHAVE
              INVALID KEY
                 MOVE 'S' TO WRK-FIM-FREQ
            END-START.
            IF FREQUENCIA-STATUS NOT = 0
               MOVE 'S' TO WRK-FIM-FREQ
            END-IF.
            PERFORM 5724-DEP-FREQUENCIA UNTIL FIM-FREQ.
            MOVE 'N' TO WRK-FIM-RECUP.
            MOVE WRK-DEP-RM TO RCP-RM.
            MOVE WRK-DEP-ANO TO RCP-ANO.
            MOVE ZEROS TO RCP-COD.
            START RECUPERA KEY IS NOT LESS THAN RECUPERA-CHAVE
              INVALID KEY
                 MOVE 'S' TO WRK-FIM-RECUP
            END-START.
            IF RECUPERA-STATUS NOT = 0
               MOVE 'S' TO WRK-FIM-RECUP
            END-IF.
            PERFORM 5726-DEP-RECUPERACAO UNTIL FIM-RECUP.
            MOVE 'N' TO WRK-FIM-OCO.
            MOVE WRK-DEP-RM TO OCO-RM.
            MOVE WRK-DEP-ANO TO OCO-ANO.
            MOVE ZEROS TO OCO-SEQ.
            START OCORRENCIAS KEY IS NOT LESS THAN OCORRENCIAS-CHAVE
              INVALID KEY
                 MOVE 'S' TO WRK-FIM-OCO
            END-START.
            IF OCORRENCIAS-STATUS NOT = 0
               MOVE 'S' TO WRK-FIM-OCO
            END-IF.
            PERFORM 5728-DEP-OCORRENCIA UNTIL FIM-OCO.
            MOVE 'N' TO WRK-FIM-CNS.
            MOVE WRK-DEP-RM TO CNS-RM.
            MOVE WRK-DEP-ANO TO CNS-ANO.
            MOVE ZEROS TO CNS-COD.
            START CONSELHO KEY IS NOT LESS THAN CONSELHO-CHAVE
              INVALID KEY
                 MOVE 'S' TO WRK-FIM-CNS
            END-START.
            IF CONSELHO-STATUS NOT = 0
               MOVE 'S' TO WRK-FIM-CNS
            END-IF.
            PERFORM 5730-DEP-CONSELHO UNTIL FIM-CNS.
            PERFORM 5740-OUTRO-ANO-DO-RM.
            IF INT-NAO-ACHOU
               MOVE 'N' TO WRK-FIM-RESP
               MOVE WRK-DEP-RM TO RESP-RM
               MOVE ZEROS TO RESP-SEQ
               START RESPONSAVEIS KEY IS NOT LESS THAN RESP-CHAVE
                 INVALID KEY
                    MOVE 'S' TO WRK-FIM-RESP
               END-START
               IF RESPONSAVEIS-STATUS NOT = 0
                  MOVE 'S' TO WRK-FIM-RESP
               END-IF
               PERFORM 5732-DEP-RESPONSAVEL UNTIL FIM-RESP
            END-IF.
            MOVE WRK-ALUNO-GUARDA TO ALUNOS-REG.

       5722-DEP-DISCIPLINA.
            READ DISCIPLINAS NEXT RECORD
              AT END
                 MOVE 'S' TO WRK-FIM-DISC
              NOT AT END
                 IF DISC-RM = WRK-DEP-RM AND DISC-ANO = WRK-DEP-ANO
                    ADD 1 TO WRK-QTD-DEPENDENTES
                    IF DEP-EXCLUIR
                       MOVE DISC-NOME TO AUD-ANTES-NOME
                       MOVE DISC-COD TO AUD-ANTES-SERIE
                       MOVE DISC-NOTA-1BIMESTRE TO AUD-ANTES-NOTA1
                       MOVE DISC-NOTA-2BIMESTRE TO AUD-ANTES-NOTA2
                       MOVE DISC-NOTA-3BIMESTRE TO AUD-ANTES-NOTA3
                       MOVE DISC-NOTA-4BIMESTRE TO AUD-ANTES-NOTA4
                       DELETE DISCIPLINAS
                         INVALID KEY
                            CONTINUE
                         NOT INVALID KEY
                            MOVE 'CASC-DISC' TO WRK-INT-OPERACAO
                            PERFORM 5745-AUDITA-CASCATA
                       END-DELETE
                    END-IF
                 ELSE
                    MOVE 'S' TO WRK-FIM-DISC
                 END-IF
            END-READ.

       5724-DEP-FREQUENCIA.
            READ FREQUENCIA NEXT RECORD
              AT END
                 MOVE 'S' TO WRK-FIM-FREQ
              NOT AT END
                 IF FREQ-RM = WRK-DEP-RM AND FREQ-ANO = WRK-DEP-ANO
                    ADD 1 TO WRK-QTD-DEPENDENTES
                    IF DEP-EXCLUIR
                       MOVE 'FREQUENCIA' TO AUD-ANTES-NOME
                       MOVE FREQ-COD TO AUD-ANTES-SERIE
                       DELETE FREQUENCIA
                         INVALID KEY
                            CONTINUE
                         NOT INVALID KEY
                            MOVE 'CASC-FREQ' TO WRK-INT-OPERACAO
                            PERFORM 5745-AUDITA-CASCATA
                       END-DELETE
                    END-IF
                 ELSE
                    MOVE 'S' TO WRK-FIM-FREQ
                 END-IF
            END-READ.

       5726-DEP-RECUPERACAO.
            READ RECUPERA NEXT RECORD
              AT END
                 MOVE 'S' TO WRK-FIM-RECUP
              NOT AT END
                 IF RCP-RM = WRK-DEP-RM AND RCP-ANO = WRK-DEP-ANO
                    ADD 1 TO WRK-QTD-DEPENDENTES
                    IF DEP-EXCLUIR
                       MOVE 'RECUPERACAO' TO AUD-ANTES-NOME
                       MOVE RCP-COD TO AUD-ANTES-SERIE
                       DELETE RECUPERA
                         INVALID KEY
                            CONTINUE
                         NOT INVALID KEY
                            MOVE 'CASC-RECUP' TO WRK-INT-OPERACAO
                            PERFORM 5745-AUDITA-CASCATA
                       END-DELETE
                    END-IF
                 ELSE
                    MOVE 'S' TO WRK-FIM-RECUP
                 END-IF
            END-READ.

       5728-DEP-OCORRENCIA.
            READ OCORRENCIAS NEXT RECORD
              AT END
                 MOVE 'S' TO WRK-FIM-OCO
              NOT AT END
                 IF OCO-RM = WRK-DEP-RM AND OCO-ANO = WRK-DEP-ANO
                    ADD 1 TO WRK-QTD-DEPENDENTES
                    IF DEP-EXCLUIR
                       MOVE OCO-TEXTO TO AUD-ANTES-NOME
                       MOVE OCO-SEQ TO AUD-ANTES-SERIE
                       DELETE OCORRENCIAS
                         INVALID KEY
                            CONTINUE
                         NOT INVALID KEY
                            MOVE 'CASC-OCO' TO WRK-INT-OPERACAO
                            PERFORM 5745-AUDITA-CASCATA
                       END-DELETE
                    END-IF
                 ELSE
                    MOVE 'S' TO WRK-FIM-OCO
                 END-IF
            END-READ.

       5730-DEP-CONSELHO.
            READ CONSELHO NEXT RECORD
              AT END
                 MOVE 'S' TO WRK-FIM-CNS
              NOT AT END
                 IF CNS-RM = WRK-DEP-RM AND CNS-ANO = WRK-DEP-ANO
                    ADD 1 TO WRK-QTD-DEPENDENTES
                    IF DEP-EXCLUIR
                       MOVE CNS-JUSTIFICA TO AUD-ANTES-NOME
                       MOVE CNS-COD TO AUD-ANTES-SERIE
                       DELETE CONSELHO
                         INVALID KEY
                            CONTINUE
                         NOT INVALID KEY
                            MOVE 'CASC-CONS' TO WRK-INT-OPERACAO
                            PERFORM 5745-AUDITA-CASCATA
                       END-DELETE
                    END-IF
                 ELSE
                    MOVE 'S' TO WRK-FIM-CNS
                 END-IF
            END-READ.

       5732-DEP-RESPONSAVEL.
            READ RESPONSAVEIS NEXT RECORD
              AT END
                 MOVE 'S' TO WRK-FIM-RESP
              NOT AT END
                 IF RESP-RM = WRK-DEP-RM
                    ADD 1 TO WRK-QTD-DEPENDENTES
                    IF DEP-EXCLUIR
                       MOVE RESP-NOME TO AUD-ANTES-NOME
                       MOVE RESP-SEQ TO AUD-ANTES-SERIE
                       DELETE RESPONSAVEIS
                         INVALID KEY
                            CONTINUE
                         NOT INVALID KEY
                            MOVE 'CASC-RESP' TO WRK-INT-OPERACAO
                            PERFORM 5745-AUDITA-CASCATA
                       END-DELETE
                    END-IF
                 ELSE
                    MOVE 'S' TO WRK-FIM-RESP
                 END-IF
            END-READ.

      *-----------O RM TEM MATRICULA EM OUTRO ANO LETIVO ?----------------

       5740-OUTRO-ANO-DO-RM.
            MOVE 'N' TO WRK-INT-ACHOU.
            MOVE 'N' TO WRK-FIM-ALUNOS.
            MOVE WRK-DEP-RM TO RM-ALUNOS.
            MOVE ZEROS TO ANO-LETIVO.
            START ALUNOS KEY IS NOT LESS THAN ALUNOS-CHAVE
              INVALID KEY
                 MOVE 'S' TO WRK-FIM-ALUNOS
            END-START.
            IF ALUNOS-STATUS NOT = 0
               MOVE 'S' TO WRK-FIM-ALUNOS
            END-IF.
            PERFORM 5742-PROCURA-OUTRO-ANO UNTIL FIM-ALUNOS.

       5742-PROCURA-OUTRO-ANO.
            READ ALUNOS NEXT RECORD
              AT END
                 MOVE 'S' TO WRK-FIM-ALUNOS
              NOT AT END
                 IF RM-ALUNOS = WRK-DEP-RM
                    IF ANO-LETIVO NOT = WRK-DEP-ANO
                       MOVE 'S' TO WRK-INT-ACHOU
                       MOVE 'S' TO WRK-FIM-ALUNOS
                    END-IF
                 ELSE
                    MOVE 'S' TO WRK-FIM-ALUNOS
                 END-IF
            END-READ.

       5745-AUDITA-CASCATA.
            MOVE WRK-DEP-RM TO AUD-RM.
            MOVE WRK-DEP-ANO TO AUD-ANO.
            MOVE WRK-INT-OPERACAO TO AUD-OPERACAO.
            PERFORM 5690-AUDITA-REMOCAO.

      *-----------CONVERSAO DAS NOTAS P/ UMA CASA DECIMAL-----------------

       5750-CONVERTE-NOTAS.
            MOVE 'MODULO - CONVERSAO NOTAS' TO WRK-MODULO.
            PERFORM 9796-ABRE-TELA-PROCESSO.
            IF CTRL-ALUNOS-OK = 'N' OR CTRL-DISC-OK = 'N'
               MOVE 'BASE REPROVADA, RESTAURE ANTES' TO WRK-MSGERRO
               PERFORM 9798-FALHA-PROCESSO
            ELSE
               PERFORM 5755-EXECUTA-CONVERSAO
            END-IF.

       5755-EXECUTA-CONVERSAO.
            MOVE 'N' TO WRK-CNV-CONFIRMA.
            IF MODO-INTERATIVO
               ACCEPT TELA-CONVERSAO
            END-IF.
            IF WRK-CNV-CONFIRMA NOT = 'S'
               MOVE 'CONVERSAO NAO CONFIRMADA' TO WRK-MSGERRO
               PERFORM 9797-MENSAGEM-PROCESSO
            ELSE
               ACCEPT CNV-TIT-DATA FROM DATE YYYYMMDD
               OPEN OUTPUT CONVNOTA
               WRITE REC-CONVNOTA FROM WRK-CNV-TITULO
               WRITE REC-CONVNOTA FROM WRK-CNV-CAB
               PERFORM 5760-CONVERTE-ALUNOS
               PERFORM 5770-CONVERTE-DISCIPLINAS
               PERFORM 5780-CONVERTE-RECUPERACAO
               PERFORM 5790-CONVERTE-AUDITORIA
               CLOSE CONVNOTA
               MOVE 'CONVERSAO PRONTA, VEJA CONVNOTA' TO WRK-MSGERRO
               PERFORM 9797-MENSAGEM-PROCESSO
            END-IF.

      *-----------CADASTRO DE ALUNOS NO LEIAUTE ANTERIOR------------------

       5760-CONVERTE-ALUNOS.
            MOVE 'ALUNOS.DAT' TO WRK-CNV-ARQUIVO.
            PERFORM 5795-ZERA-CONVERSAO.
            MOVE LOW-VALUES TO ALUNOS-CHAVE.
            START ALUNOS KEY IS NOT LESS THAN ALUNOS-CHAVE
              INVALID KEY
                 CONTINUE
            END-START.
            MOVE ALUNOS-STATUS TO WRK-CNV-DESTINO.
            PERFORM 5796-VERIFICA-DESTINO.
            IF WRK-CNV-SITUACAO = SPACES
               OPEN INPUT ALUANT
               IF ALUANT-STATUS NOT = 0
                  MOVE 'SEM ARQUIVO .ANT' TO WRK-CNV-SITUACAO
               ELSE
                  MOVE 'N' TO WRK-FIM-CNV
                  PERFORM 5762-CONVERTE-ALUNO UNTIL FIM-CNV
                  CLOSE ALUANT
               END-IF
            END-IF.
            PERFORM 5798-GRAVA-TOTAL-CONVERSAO.

       5762-CONVERTE-ALUNO.
            READ ALUANT NEXT RECORD
              AT END
                 MOVE 'S' TO WRK-FIM-CNV
              NOT AT END
                 ADD 1 TO WRK-QTD-CNV-LIDOS
                 ADD ANT-ALU-NOTA1 ANT-ALU-NOTA2 ANT-ALU-NOTA3
                     ANT-ALU-NOTA4 TO WRK-CNV-SOMA-ANTES
                 MOVE ANT-ALU-RM TO RM-ALUNOS
                 MOVE ANT-ALU-ANO TO ANO-LETIVO
                 MOVE ANT-ALU-NOME TO NOME-ALUNOS
                 MOVE ANT-ALU-SERIE TO SERIE-ALUNOS
                 MOVE ANT-ALU-NOTA1 TO NOTA-1BIMESTRE
                 MOVE ANT-ALU-NOTA2 TO NOTA-2BIMESTRE
                 MOVE ANT-ALU-NOTA3 TO NOTA-3BIMESTRE
                 MOVE ANT-ALU-NOTA4 TO NOTA-4BIMESTRE
                 MOVE ANT-ALU-SITUACAO TO ALUNOS-SITUACAO
                 MOVE ANT-ALU-DATA-SIT TO ALUNOS-DATA-SIT
                 MOVE ANT-ALU-TURMA-SERIE TO ALU-TURMA-SERIE
                 MOVE ANT-ALU-TURMA-ANO TO ALU-TURMA-ANO
                 WRITE ALUNOS-REG
                   INVALID KEY
                      MOVE ANT-ALU-CHAVE TO WRK-CNV-CHAVE
                      MOVE ALUNOS-STATUS TO WRK-CNV-STATUS
                      PERFORM 5797-REJEITA-CONVERSAO
                   NOT INVALID KEY
                      ADD 1 TO WRK-QTD-CNV-GRAVADOS
                      ADD NOTA-1BIMESTRE NOTA-2BIMESTRE NOTA-3BIMESTRE
                          NOTA-4BIMESTRE TO WRK-CNV-SOMA-DEPOIS
                 END-WRITE
            END-READ.

      *-----------NOTAS POR DISCIPLINA NO LEIAUTE ANTERIOR----------------

       5770-CONVERTE-DISCIPLINAS.
            MOVE 'DISCIPLI.DAT' TO WRK-CNV-ARQUIVO.
            PERFORM 5795-ZERA-CONVERSAO.
            MOVE LOW-VALUES TO DISCIPLINAS-CHAVE.
            START DISCIPLINAS KEY IS NOT LESS THAN DISCIPLINAS-CHAVE
              INVALID KEY
                 CONTINUE
            END-START.
            MOVE DISCIPLINAS-STATUS TO WRK-CNV-DESTINO.
            PERFORM 5796-VERIFICA-DESTINO.
            IF WRK-CNV-SITUACAO = SPACES
               OPEN INPUT DISANT
               IF DISANT-STATUS NOT = 0
                  MOVE 'SEM ARQUIVO .ANT' TO WRK-CNV-SITUACAO
               ELSE
                  MOVE 'N' TO WRK-FIM-CNV
                  PERFORM 5772-CONVERTE-DISCIPLINA UNTIL FIM-CNV
                  CLOSE DISANT
               END-IF
            END-IF.
            PERFORM 5798-GRAVA-TOTAL-CONVERSAO.

       5772-CONVERTE-DISCIPLINA.
            READ DISANT NEXT RECORD
              AT END
                 MOVE 'S' TO WRK-FIM-CNV
              NOT AT END
                 ADD 1 TO WRK-QTD-CNV-LIDOS
                 ADD ANT-DISC-NOTA1 ANT-DISC-NOTA2 ANT-DISC-NOTA3
                     ANT-DISC-NOTA4 TO WRK-CNV-SOMA-ANTES
                 MOVE ANT-DISC-RM TO DISC-RM
                 MOVE ANT-DISC-ANO TO DISC-ANO
                 MOVE ANT-DISC-COD TO DISC-COD
                 MOVE ANT-DISC-NOME TO DISC-NOME
                 MOVE ANT-DISC-NOTA1 TO DISC-NOTA-1BIMESTRE
                 MOVE ANT-DISC-NOTA2 TO DISC-NOTA-2BIMESTRE
                 MOVE ANT-DISC-NOTA3 TO DISC-NOTA-3BIMESTRE
                 MOVE ANT-DISC-NOTA4 TO DISC-NOTA-4BIMESTRE
                 WRITE DISCIPLINAS-REG
                   INVALID KEY
                      MOVE ANT-DISC-CHAVE TO WRK-CNV-CHAVE
                      MOVE DISCIPLINAS-STATUS TO WRK-CNV-STATUS
                      PERFORM 5797-REJEITA-CONVERSAO
                   NOT INVALID KEY
                      ADD 1 TO WRK-QTD-CNV-GRAVADOS
                      ADD DISC-NOTA-1BIMESTRE DISC-NOTA-2BIMESTRE
                          DISC-NOTA-3BIMESTRE DISC-NOTA-4BIMESTRE
                          TO WRK-CNV-SOMA-DEPOIS
                 END-WRITE
            END-READ.

      *-----------RECUPERACAO FINAL NO LEIAUTE ANTERIOR-------------------

       5780-CONVERTE-RECUPERACAO.
            MOVE 'RECUPERA.DAT' TO WRK-CNV-ARQUIVO.
            PERFORM 5795-ZERA-CONVERSAO.
            MOVE LOW-VALUES TO RECUPERA-CHAVE.
            START RECUPERA KEY IS NOT LESS THAN RECUPERA-CHAVE
              INVALID KEY
                 CONTINUE
            END-START.
            MOVE RECUPERA-STATUS TO WRK-CNV-DESTINO.
            PERFORM 5796-VERIFICA-DESTINO.
            IF WRK-CNV-SITUACAO = SPACES
               OPEN INPUT RCPANT
               IF RCPANT-STATUS NOT = 0
                  MOVE 'SEM ARQUIVO .ANT' TO WRK-CNV-SITUACAO
               ELSE
                  MOVE 'N' TO WRK-FIM-CNV
                  PERFORM 5782-CONVERTE-RECUP UNTIL FIM-CNV
                  CLOSE RCPANT
               END-IF
            END-IF.
            PERFORM 5798-GRAVA-TOTAL-CONVERSAO.

       5782-CONVERTE-RECUP.
            READ RCPANT NEXT RECORD
              AT END
                 MOVE 'S' TO WRK-FIM-CNV
              NOT AT END
                 ADD 1 TO WRK-QTD-CNV-LIDOS
                 ADD ANT-RCP-MEDIA-ANUAL ANT-RCP-NOTA-EXAME
                     ANT-RCP-MEDIA-FINAL TO WRK-CNV-SOMA-ANTES
                 MOVE ANT-RCP-RM TO RCP-RM
                 MOVE ANT-RCP-ANO TO RCP-ANO
                 MOVE ANT-RCP-COD TO RCP-COD
                 MOVE ANT-RCP-MEDIA-ANUAL TO RCP-MEDIA-ANUAL
                 MOVE ANT-RCP-NOTA-EXAME TO RCP-NOTA-EXAME
                 MOVE ANT-RCP-MEDIA-FINAL TO RCP-MEDIA-FINAL
                 MOVE ANT-RCP-RESULTADO TO RCP-RESULTADO
                 WRITE RECUPERA-REG
                   INVALID KEY
                      MOVE ANT-RCP-CHAVE TO WRK-CNV-CHAVE
                      MOVE RECUPERA-STATUS TO WRK-CNV-STATUS
                      PERFORM 5797-REJEITA-CONVERSAO
                   NOT INVALID KEY
                      ADD 1 TO WRK-QTD-CNV-GRAVADOS
                      ADD RCP-MEDIA-ANUAL RCP-NOTA-EXAME RCP-MEDIA-FINAL
                          TO WRK-CNV-SOMA-DEPOIS
                 END-WRITE
            END-READ.

      *-----------LOG DE AUDITORIA NO LEIAUTE ANTERIOR-------------------

       5790-CONVERTE-AUDITORIA.
            MOVE 'AUDITORI.TXT' TO WRK-CNV-ARQUIVO.
            PERFORM 5795-ZERA-CONVERSAO.
            CLOSE AUDITORIA.
            OPEN INPUT AUDITORIA.
            IF AUDITORIA-STATUS = 0
               READ AUDITORIA
                 AT END
                    CONTINUE
                 NOT AT END
                    MOVE 'DESTINO C/ DADOS' TO WRK-CNV-SITUACAO
               END-READ
               CLOSE AUDITORIA
            END-IF.
            OPEN EXTEND AUDITORIA.
            IF WRK-CNV-SITUACAO = SPACES
               OPEN INPUT AUDANT
               IF AUDANT-STATUS NOT = 0
                  MOVE 'SEM ARQUIVO .ANT' TO WRK-CNV-SITUACAO
               ELSE
                  MOVE 'N' TO WRK-FIM-CNV
                  PERFORM 5792-CONVERTE-LINHA-AUD UNTIL FIM-CNV
                  CLOSE AUDANT
               END-IF
            END-IF.
            IF WRK-CNV-SITUACAO = 'DESTINO C/ DADOS'
               MOVE 'AUDITORIA JA TEM DADOS, PULADA' TO WRK-MSGERRO
               PERFORM 9797-MENSAGEM-PROCESSO
            END-IF.
            PERFORM 5798-GRAVA-TOTAL-CONVERSAO.

       5792-CONVERTE-LINHA-AUD.
            READ AUDANT INTO WRK-AUD-ANT-LIN
              AT END
                 MOVE 'S' TO WRK-FIM-CNV
              NOT AT END
                 ADD 1 TO WRK-QTD-CNV-LIDOS
                 ADD AUDA-ANTES-NOTA1 AUDA-ANTES-NOTA2 AUDA-ANTES-NOTA3
                     AUDA-ANTES-NOTA4 AUDA-DEPOIS-NOTA1
                     AUDA-DEPOIS-NOTA2 AUDA-DEPOIS-NOTA3
                     AUDA-DEPOIS-NOTA4 TO WRK-CNV-SOMA-ANTES
                 MOVE AUDA-RM TO AUD-RM
                 MOVE AUDA-ANO TO AUD-ANO
                 MOVE AUDA-DATA TO AUD-DATA
                 MOVE AUDA-HORA TO AUD-HORA
                 MOVE AUDA-OPERACAO TO AUD-OPERACAO
                 MOVE AUDA-ANTES-NOME TO AUD-ANTES-NOME
                 MOVE AUDA-ANTES-SERIE TO AUD-ANTES-SERIE
                 MOVE AUDA-ANTES-NOTA1 TO AUD-ANTES-NOTA1
                 MOVE AUDA-ANTES-NOTA2 TO AUD-ANTES-NOTA2
                 MOVE AUDA-ANTES-NOTA3 TO AUD-ANTES-NOTA3
                 MOVE AUDA-ANTES-NOTA4 TO AUD-ANTES-NOTA4
                 MOVE AUDA-DEPOIS-NOME TO AUD-DEPOIS-NOME
                 MOVE AUDA-DEPOIS-SERIE TO AUD-DEPOIS-SERIE
                 MOVE AUDA-DEPOIS-NOTA1 TO AUD-DEPOIS-NOTA1
                 MOVE AUDA-DEPOIS-NOTA2 TO AUD-DEPOIS-NOTA2
                 MOVE AUDA-DEPOIS-NOTA3 TO AUD-DEPOIS-NOTA3
                 MOVE AUDA-DEPOIS-NOTA4 TO AUD-DEPOIS-NOTA4
                 MOVE AUDA-MOTIVO TO AUD-MOTIVO
                 MOVE AUDA-USUARIO TO AUD-USUARIO
                 WRITE REC-AUDITORIA FROM WRK-AUD-LIN
                 ADD 1 TO WRK-QTD-CNV-GRAVADOS
                 ADD AUD-ANTES-NOTA1 AUD-ANTES-NOTA2 AUD-ANTES-NOTA3
                     AUD-ANTES-NOTA4 AUD-DEPOIS-NOTA1 AUD-DEPOIS-NOTA2
                     AUD-DEPOIS-NOTA3 AUD-DEPOIS-NOTA4
                     TO WRK-CNV-SOMA-DEPOIS
                 MOVE SPACES TO AUD-MOTIVO
            END-READ.

      *-----------APOIO COMUM DA CONVERSAO--------------------------------

       5795-ZERA-CONVERSAO.
            MOVE 0 TO WRK-QTD-CNV-LIDOS WRK-QTD-CNV-GRAVADOS
                      WRK-QTD-CNV-REJEITADOS WRK-CNV-SOMA-ANTES
                      WRK-CNV-SOMA-DEPOIS.
            MOVE SPACES TO WRK-CNV-SITUACAO.

       5796-VERIFICA-DESTINO.
            IF WRK-CNV-DESTINO = 0
               MOVE 'DESTINO C/ DADOS' TO WRK-CNV-SITUACAO
            ELSE
               IF WRK-CNV-DESTINO NOT = 23
                  MOVE 'DESTINO FECHADO' TO WRK-CNV-SITUACAO
               END-IF
            END-IF.

       5797-REJEITA-CONVERSAO.
            ADD 1 TO WRK-QTD-CNV-REJEITADOS.
            MOVE WRK-CNV-CHAVE TO CNV-REJ-CHAVE.
            MOVE WRK-CNV-STATUS TO CNV-REJ-STATUS.
            WRITE REC-CONVNOTA FROM WRK-CNV-REJ-LIN.

       5798-GRAVA-TOTAL-CONVERSAO.
            IF WRK-CNV-SITUACAO = SPACES
               IF WRK-QTD-CNV-REJEITADOS = 0
                  AND WRK-CNV-SOMA-DEPOIS = WRK-CNV-SOMA-ANTES
                  MOVE 'CONFERE' TO WRK-CNV-SITUACAO
               ELSE
                  MOVE 'DIVERGE' TO WRK-CNV-SITUACAO
               END-IF
            END-IF.
            MOVE WRK-CNV-ARQUIVO TO CNV-ARQUIVO.
            MOVE WRK-QTD-CNV-LIDOS TO CNV-LIDOS.
            MOVE WRK-QTD-CNV-GRAVADOS TO CNV-GRAVADOS.
            MOVE WRK-QTD-CNV-REJEITADOS TO CNV-REJEITADOS.
            MOVE WRK-CNV-SOMA-ANTES TO CNV-SOMA-ANTES.
            MOVE WRK-CNV-SOMA-DEPOIS TO CNV-SOMA-DEPOIS.
            MOVE WRK-CNV-SITUACAO TO CNV-SITUACAO.
            WRITE REC-CONVNOTA FROM WRK-CNV-LIN.
            DISPLAY WRK-CNV-ARQUIVO ' CONVERTIDOS: '
                    WRK-QTD-CNV-GRAVADOS ' ' WRK-CNV-SITUACAO.

      *-----------CERTIFICADOS DE CONCLUSAO DOS EGRESSOS DO ANO-----------

       5800-GERA-CERTIFICADOS.
            MOVE 'MODULO - CERTIFICADOS' TO WRK-MODULO.
            PERFORM 9796-ABRE-TELA-PROCESSO.
            IF CTRL-ALUNOS-OK = 'N' OR CTRL-DISC-OK = 'N'
               MOVE 'BASE REPROVADA, RESTAURE ANTES' TO WRK-MSGERRO
               PERFORM 9798-FALHA-PROCESSO
            ELSE
               PERFORM 5805-EXECUTA-CERTIFICADOS
            END-IF.

       5805-EXECUTA-CERTIFICADOS.
            MOVE 0 TO WRK-ANO-CERT.
            IF MODO-INTERATIVO
               ACCEPT TELA-CERT-ANO
            END-IF.
            IF WRK-ANO-CERT = 0
               MOVE 'ANO LETIVO INVALIDO' TO WRK-MSGERRO
               PERFORM 9798-FALHA-PROCESSO
            ELSE
               ACCEPT WRK-CERT-HOJE FROM DATE YYYYMMDD
               MOVE 0 TO WRK-QTD-CERT-EGRESSOS WRK-QTD-CERT-EMITIDOS
                         WRK-QTD-CERT-JA-EMITIDOS
                         WRK-QTD-CERT-REJEITADOS
               PERFORM 5810-POSICAO-LIVRO
               MOVE 'L' TO WRK-CERT-SAIDA
               OPEN OUTPUT CERTIMP
               OPEN OUTPUT CERTREL
               MOVE WRK-ANO-CERT TO CRTREL-ANO
               MOVE WRK-CERT-HOJE TO CRTREL-DATA
               WRITE REC-CERTREL FROM WRK-CRTREL-TITULO
               WRITE REC-CERTREL FROM WRK-CRTREL-CAB
               MOVE 'N' TO WRK-FIM-ALUNOS
               MOVE LOW-VALUES TO ALUNOS-CHAVE
               START ALUNOS KEY IS NOT LESS THAN ALUNOS-CHAVE
                 INVALID KEY
                    MOVE 'S' TO WRK-FIM-ALUNOS
               END-START
               IF ALUNOS-STATUS NOT = 0
                  MOVE 'S' TO WRK-FIM-ALUNOS
               END-IF
               PERFORM 5815-CERTIFICA-ALUNO UNTIL FIM-ALUNOS
               PERFORM 5855-TOTAIS-CERTIFICADOS
               CLOSE CERTIMP
               CLOSE CERTREL
               MOVE 'EMISSAO PRONTA, VEJA CERTIMP' TO WRK-MSGERRO
               PERFORM 9797-MENSAGEM-PROCESSO
            END-IF.

      *    ULTIMO NUMERO DO ANO DE EMISSAO E POSICAO LIVRE NO LIVRO
       5810-POSICAO-LIVRO.
            MOVE 0 TO WRK-CERT-ULT-NUMERO WRK-CERT-NA-FOLHA.
            MOVE 1 TO WRK-CERT-LIVRO WRK-CERT-FOLHA.
            MOVE 'N' TO WRK-FIM-CERT.
            MOVE ZEROS TO CERT-ANO-EMISSAO CERT-NUMERO.
            START CERTIFICADOS KEY IS NOT LESS THAN CERTIFICADOS-CHAVE
              INVALID KEY
                 MOVE 'S' TO WRK-FIM-CERT
            END-START.
            IF CERTIFICADOS-STATUS NOT = 0
               MOVE 'S' TO WRK-FIM-CERT
            END-IF.
            PERFORM 5812-LE-POSICAO-LIVRO UNTIL FIM-CERT.

       5812-LE-POSICAO-LIVRO.
            READ CERTIFICADOS NEXT RECORD
              AT END
                 MOVE 'S' TO WRK-FIM-CERT
              NOT AT END
                 IF CERT-ANO-EMISSAO = WRK-CERT-HOJE-ANO
                    MOVE CERT-NUMERO TO WRK-CERT-ULT-NUMERO
                 END-IF
                 IF CERT-LIVRO = WRK-CERT-LIVRO
                    AND CERT-FOLHA = WRK-CERT-FOLHA
                    ADD 1 TO WRK-CERT-NA-FOLHA
                 ELSE
                    MOVE CERT-LIVRO TO WRK-CERT-LIVRO
                    MOVE CERT-FOLHA TO WRK-CERT-FOLHA
                    MOVE 1 TO WRK-CERT-NA-FOLHA
                 END-IF
            END-READ.

       5815-CERTIFICA-ALUNO.
            READ ALUNOS NEXT RECORD
              AT END
                 MOVE 'S' TO WRK-FIM-ALUNOS
              NOT AT END
                 IF ANO-LETIVO = WRK-ANO-CERT
                    PERFORM 5820-VERIFICA-EGRESSO
                    IF CERT-EGRESSO
                       ADD 1 TO WRK-QTD-CERT-EGRESSOS
                       PERFORM 5825-EMITE-CERTIFICADO
                    END-IF
                 END-IF
            END-READ.

      *    EGRESSO: CONCLUIDO OU APROVADO NA ULTIMA SERIE (GRAU 9)
       5820-VERIFICA-EGRESSO.
            MOVE 'N' TO WRK-CERT-EGRESSO.
            IF ALUNO-CONCLUIDO
               MOVE 'S' TO WRK-CERT-EGRESSO
            ELSE
               MOVE SERIE-ALUNOS TO WRK-SERIE-NOVA
               IF NOT ALUNO-TRANSFERIDO AND NOT ALUNO-DESISTENTE
                  AND WRK-SERIE-NOVA-GRAU NUMERIC
                  IF WRK-SERIE-NOVA-GRAU = 9
                     PERFORM 7285-MEDIA-DO-ALUNO
                     PERFORM 9090-CALCULA-STATUS-FINAL
                     IF WRK-MEDIA-STATUS = 'APROVADO'
                        OR WRK-MEDIA-STATUS = 'APROVADO-REC'
                        OR WRK-MEDIA-STATUS = 'APROVADO-CONS'
                        MOVE 'S' TO WRK-CERT-EGRESSO
                     END-IF
                  END-IF
               END-IF
            END-IF.

       5825-EMITE-CERTIFICADO.
            MOVE RM-ALUNOS TO CERT-RM.
            MOVE ANO-LETIVO TO CERT-ANO-LETIVO.
            PERFORM 5830-BUSCA-CERT-ALUNO.
            IF CERTIFICADO-ACHADO
               MOVE 'JA EMITIDO' TO WRK-CERT-SITUACAO
               ADD 1 TO WRK-QTD-CERT-JA-EMITIDOS
            ELSE
               PERFORM 5835-TEM-DISCIPLINAS
               IF CERT-SEM-DISC
                  MOVE 'SEM DISCIPLINAS' TO WRK-CERT-SITUACAO
                  ADD 1 TO WRK-QTD-CERT-REJEITADOS
                  MOVE 0 TO CERT-NUMERO CERT-LIVRO CERT-FOLHA
               ELSE
                  PERFORM 5827-PROXIMA-POSICAO
                  MOVE WRK-CERT-HOJE-ANO TO CERT-ANO-EMISSAO
                  MOVE RM-ALUNOS TO CERT-RM
                  MOVE ANO-LETIVO TO CERT-ANO-LETIVO
                  MOVE NOME-ALUNOS TO CERT-NOME
                  MOVE SERIE-ALUNOS TO CERT-SERIE
                  MOVE WRK-CERT-HOJE TO CERT-DATA-EMISSAO
                  MOVE WRK-USU-ATUAL TO CERT-OPERADOR
                  MOVE 0 TO CERT-QTD-VIAS CERT-DATA-ULT-VIA
                  MOVE SPACES TO CERT-OPER-ULT-VIA
                  WRITE CERTIFICADOS-REG
                    INVALID KEY
                       MOVE 'NAO GRAVADO' TO WRK-CERT-SITUACAO
                       ADD 1 TO WRK-QTD-CERT-REJEITADOS
                       MOVE 0 TO CERT-NUMERO CERT-LIVRO CERT-FOLHA
                    NOT INVALID KEY
                       MOVE 'EMITIDO' TO WRK-CERT-SITUACAO
                       ADD 1 TO WRK-QTD-CERT-EMITIDOS
                       PERFORM 5828-OCUPA-POSICAO
                       PERFORM 5840-IMPRIME-CERTIFICADO
                       MOVE 'CERTIFICAD' TO AUD-OPERACAO
                       PERFORM 5838-AUDITA-CERTIFICADO
                  END-WRITE
               END-IF
            END-IF.
            PERFORM 5850-LINHA-CONTROLE-CERT.

      *    NUMERO E FOLHA SO SAO OCUPADOS DEPOIS DA GRAVACAO DO REGISTRO
       5827-PROXIMA-POSICAO.
            MOVE WRK-CERT-LIVRO TO CERT-LIVRO.
            MOVE WRK-CERT-FOLHA TO CERT-FOLHA.
            IF WRK-CERT-NA-FOLHA NOT < WRK-CERT-POR-FOLHA
               ADD 1 TO CERT-FOLHA
               IF CERT-FOLHA > WRK-CERT-FOLHAS-LIVRO
                  MOVE 1 TO CERT-FOLHA
                  ADD 1 TO CERT-LIVRO
               END-IF
            END-IF.
            COMPUTE CERT-NUMERO = WRK-CERT-ULT-NUMERO + 1.

       5828-OCUPA-POSICAO.
            IF CERT-LIVRO NOT = WRK-CERT-LIVRO
               OR CERT-FOLHA NOT = WRK-CERT-FOLHA
               MOVE CERT-LIVRO TO WRK-CERT-LIVRO
               MOVE CERT-FOLHA TO WRK-CERT-FOLHA
               MOVE 0 TO WRK-CERT-NA-FOLHA
            END-IF.
            ADD 1 TO WRK-CERT-NA-FOLHA.
            MOVE CERT-NUMERO TO WRK-CERT-ULT-NUMERO.

      *    CERT-RM E CERT-ANO-LETIVO DEVEM ESTAR PREENCHIDOS
       5830-BUSCA-CERT-ALUNO.
            READ CERTIFICADOS KEY IS CERT-ALUNO
              INVALID KEY
                 MOVE 'N' TO WRK-CERT-ACHOU
              NOT INVALID KEY
                 MOVE 'S' TO WRK-CERT-ACHOU
            END-READ.

       5835-TEM-DISCIPLINAS.
            MOVE 'N' TO WRK-CERT-DISC.
            MOVE RM-ALUNOS TO DISC-RM.
            MOVE ANO-LETIVO TO DISC-ANO.
            MOVE ZEROS TO DISC-COD.
            START DISCIPLINAS KEY IS NOT LESS THAN DISCIPLINAS-CHAVE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 READ DISCIPLINAS NEXT RECORD
                   AT END
                      CONTINUE
                   NOT AT END
                      IF DISC-RM = RM-ALUNOS AND DISC-ANO = ANO-LETIVO
                         MOVE 'S' TO WRK-CERT-DISC
                      END-IF
                 END-READ
            END-START.

      *    AUD-OPERACAO DEVE ESTAR PREENCHIDA
       5838-AUDITA-CERTIFICADO.
            MOVE CERT-RM TO AUD-RM.
            MOVE CERT-ANO-LETIVO TO AUD-ANO.
            MOVE SPACES TO AUD-ANTES-NOME AUD-ANTES-SERIE.
            MOVE 0 TO AUD-ANTES-NOTA1 AUD-ANTES-NOTA2
                      AUD-ANTES-NOTA3 AUD-ANTES-NOTA4.
            MOVE CERT-NOME TO AUD-DEPOIS-NOME.
            MOVE CERT-SERIE TO AUD-DEPOIS-SERIE.
            MOVE 0 TO AUD-DEPOIS-NOTA1 AUD-DEPOIS-NOTA2
                      AUD-DEPOIS-NOTA3 AUD-DEPOIS-NOTA4.
            PERFORM 4900-GRAVA-AUDITORIA.

      *-----------IMPRESSAO DO CERTIFICADO (LOTE OU SEGUNDA VIA)----------

       5840-IMPRIME-CERTIFICADO.
            MOVE WRK-CRT-SEPARA TO WRK-CRT-LINHA.
            PERFORM 5848-GRAVA-LINHA-CERT.
            IF CERT-SAIDA-VIA
               MOVE ' - 2A VIA' TO CRT-TIT-VIA
            ELSE
               MOVE SPACES TO CRT-TIT-VIA
            END-IF.
            MOVE WRK-CRT-TITULO TO WRK-CRT-LINHA.
            PERFORM 5848-GRAVA-LINHA-CERT.
            MOVE CERT-NUMERO TO CRT-NUMERO.
            MOVE CERT-ANO-EMISSAO TO CRT-ANO-EMISSAO.
            MOVE CERT-LIVRO TO CRT-LIVRO.
            MOVE CERT-FOLHA TO CRT-FOLHA.
            MOVE WRK-CRT-REG-LIN TO WRK-CRT-LINHA.
            PERFORM 5848-GRAVA-LINHA-CERT.
            MOVE WRK-CRT-BRANCO TO WRK-CRT-LINHA.
            PERFORM 5848-GRAVA-LINHA-CERT.
            MOVE CERT-NOME TO CRT-NOME.
            MOVE CERT-RM TO CRT-RM.
            MOVE WRK-CRT-TXT1 TO WRK-CRT-LINHA.
            PERFORM 5848-GRAVA-LINHA-CERT.
            MOVE CERT-SERIE TO CRT-SERIE.
            MOVE CERT-ANO-LETIVO TO CRT-ANO-LETIVO.
            MOVE WRK-CRT-TXT2 TO WRK-CRT-LINHA.
            PERFORM 5848-GRAVA-LINHA-CERT.
            MOVE WRK-CRT-TXT3 TO WRK-CRT-LINHA.
            PERFORM 5848-GRAVA-LINHA-CERT.
            MOVE WRK-CRT-BRANCO TO WRK-CRT-LINHA.
            PERFORM 5848-GRAVA-LINHA-CERT.
            MOVE WRK-CRT-CAB TO WRK-CRT-LINHA.
            PERFORM 5848-GRAVA-LINHA-CERT.
            MOVE 'N' TO WRK-FIM-DISC.
            MOVE RM-ALUNOS TO DISC-RM.
            MOVE ANO-LETIVO TO DISC-ANO.
            MOVE ZEROS TO DISC-COD.
            START DISCIPLINAS KEY IS NOT LESS THAN DISCIPLINAS-CHAVE
              INVALID KEY
                 MOVE 'S' TO WRK-FIM-DISC
            END-START.
            IF DISCIPLINAS-STATUS NOT = 0
               MOVE 'S' TO WRK-FIM-DISC
            END-IF.
            PERFORM 5845-LINHA-DISC-CERT UNTIL FIM-DISC.
            MOVE WRK-CRT-BRANCO TO WRK-CRT-LINHA.
            PERFORM 5848-GRAVA-LINHA-CERT.
            PERFORM 3700-CALCULA-FREQ-ALUNO.
            MOVE WRK-SOMA-AULAS TO CRT-AULAS.
            MOVE WRK-SOMA-FALTAS TO CRT-FALTAS.
            MOVE WRK-FREQ-PERC TO CRT-FREQ.
            MOVE WRK-CRT-FREQ-LIN TO WRK-CRT-LINHA.
            PERFORM 5848-GRAVA-LINHA-CERT.
            MOVE WRK-CRT-BRANCO TO WRK-CRT-LINHA.
            PERFORM 5848-GRAVA-LINHA-CERT.
            MOVE CERT-DATA-EMISSAO TO CRT-DATA.
            MOVE CERT-OPERADOR TO CRT-OPERADOR.
            MOVE WRK-CRT-EMISSAO-LIN TO WRK-CRT-LINHA.
            PERFORM 5848-GRAVA-LINHA-CERT.
            IF CERT-SAIDA-VIA
               MOVE CERT-DATA-ULT-VIA TO CRT-VIA-DATA
               MOVE CERT-OPER-ULT-VIA TO CRT-VIA-OPERADOR
               MOVE WRK-CRT-VIA-LIN TO WRK-CRT-LINHA
               PERFORM 5848-GRAVA-LINHA-CERT
            END-IF.
            MOVE WRK-CRT-BRANCO TO WRK-CRT-LINHA.
            PERFORM 5848-GRAVA-LINHA-CERT.
            PERFORM 5848-GRAVA-LINHA-CERT.
            MOVE WRK-CRT-ASSINA1 TO WRK-CRT-LINHA.
            PERFORM 5848-GRAVA-LINHA-CERT.
            MOVE WRK-CRT-ASSINA2 TO WRK-CRT-LINHA.
            PERFORM 5848-GRAVA-LINHA-CERT.
            MOVE WRK-CRT-SEPARA TO WRK-CRT-LINHA.
            PERFORM 5848-GRAVA-LINHA-CERT.

      *    MEDIA FINAL: RECUPERACAO SUBSTITUI A MEDIA ANUAL INSUFICIENTE
       5845-LINHA-DISC-CERT.
            READ DISCIPLINAS NEXT RECORD
              AT END
                 MOVE 'S' TO WRK-FIM-DISC
              NOT AT END
                 IF DISC-RM = RM-ALUNOS AND DISC-ANO = ANO-LETIVO
                    MOVE SERIE-ALUNOS TO WRK-REG-SERIE-CHK
                    PERFORM 7290-MEDIA-DA-DISCIPLINA
                    IF WRK-MEDIA-DISC < WRK-REGRA-MEDIA
                       MOVE DISC-RM TO RCP-RM
                       MOVE DISC-ANO TO RCP-ANO
                       MOVE DISC-COD TO RCP-COD
                       READ RECUPERA
                         INVALID KEY
                            CONTINUE
                         NOT INVALID KEY
                            IF RCP-RESULTADO NOT = 'P'
                               MOVE RCP-MEDIA-FINAL TO WRK-MEDIA-DISC
                            END-IF
                       END-READ
                    END-IF
                    MOVE SPACES TO WRK-CRT-DISC-LIN
                    PERFORM 4750-BUSCA-CATALOGO
                    IF CATALOGO-OK
                       MOVE CAT-NOME TO CRT-DISC-NOME
                    ELSE
                       MOVE DISC-NOME TO CRT-DISC-NOME
                    END-IF
                    MOVE WRK-MEDIA-DISC TO CRT-DISC-MEDIA
                    MOVE DISC-RM TO CNS-RM
                    MOVE DISC-ANO TO CNS-ANO
                    MOVE DISC-COD TO CNS-COD
                    PERFORM 5195-BUSCA-CONSELHO
                    IF CONSELHO-ACHADO AND CNS-APROVADO
                       MOVE 'APROVADO PELO CONSELHO' TO CRT-DISC-OBS
                    END-IF
                    MOVE WRK-CRT-DISC-LIN TO WRK-CRT-LINHA
                    PERFORM 5848-GRAVA-LINHA-CERT
                 ELSE
                    MOVE 'S' TO WRK-FIM-DISC
                 END-IF
            END-READ.

       5848-GRAVA-LINHA-CERT.
            IF CERT-SAIDA-VIA
               WRITE REC-CERTVIA FROM WRK-CRT-LINHA
            ELSE
               WRITE REC-CERTIMP FROM WRK-CRT-LINHA
            END-IF.

       5850-LINHA-CONTROLE-CERT.
            MOVE SPACES TO WRK-CRTREL-LIN.
            MOVE WRK-CERT-SITUACAO TO CRTREL-SITUACAO.
            MOVE RM-ALUNOS TO CRTREL-RM.
            MOVE NOME-ALUNOS TO CRTREL-NOME.
            MOVE SERIE-ALUNOS TO CRTREL-SERIE.
            MOVE CERT-NUMERO TO CRTREL-NUMERO.
            MOVE CERT-LIVRO TO CRTREL-LIVRO.
            MOVE CERT-FOLHA TO CRTREL-FOLHA.
            WRITE REC-CERTREL FROM WRK-CRTREL-LIN.

       5855-TOTAIS-CERTIFICADOS.
            MOVE SPACES TO WRK-CRTREL-TOT.
            MOVE 'EGRESSOS DO ANO....:' TO CRTREL-TOT-TEXTO.
            MOVE WRK-QTD-CERT-EGRESSOS TO CRTREL-TOT-QTD.
            WRITE REC-CERTREL FROM WRK-CRTREL-TOT.
            MOVE 'CERTIFICADOS EMIT..:' TO CRTREL-TOT-TEXTO.
            MOVE WRK-QTD-CERT-EMITIDOS TO CRTREL-TOT-QTD.
            WRITE REC-CERTREL FROM WRK-CRTREL-TOT.
            MOVE 'JA EMITIDOS........:' TO CRTREL-TOT-TEXTO.
            MOVE WRK-QTD-CERT-JA-EMITIDOS TO CRTREL-TOT-QTD.
            WRITE REC-CERTREL FROM WRK-CRTREL-TOT.
            MOVE 'REJEITADOS.........:' TO CRTREL-TOT-TEXTO.
            MOVE WRK-QTD-CERT-REJEITADOS TO CRTREL-TOT-QTD.
            WRITE REC-CERTREL FROM WRK-CRTREL-TOT.
            DISPLAY 'EGRESSOS: ' WRK-QTD-CERT-EGRESSOS
                    ' EMITIDOS: ' WRK-QTD-CERT-EMITIDOS
                    ' JA EMITIDOS: ' WRK-QTD-CERT-JA-EMITIDOS.

      *-----------------MODULO DE CERTIFICADOS----------------------------

       5860-MODULO-CERTIFICADOS.
            PERFORM 5862-MONTA-MENU-CRT.
            PERFORM 5864-PROCESSA-CRT UNTIL WRK-OPCAO-CRT = '3'.

       5862-MONTA-MENU-CRT.
            MOVE 'MODULO - CERTIFICADOS' TO WRK-MODULO.
            DISPLAY TELA.
            ACCEPT MENU-CERTIFICADOS.

       5864-PROCESSA-CRT.
            EVALUATE WRK-OPCAO-CRT
             WHEN 1
                PERFORM 5870-SEGUNDA-VIA
             WHEN 2
                PERFORM 5880-LIVRO-REGISTRO
             WHEN OTHER
              IF WRK-OPCAO-CRT NOT EQUAL '3'
                  DISPLAY 'ENTRE COM A OPCAO CERTA'
              END-IF
            END-EVALUATE.
            IF WRK-OPCAO-CRT NOT EQUAL '3'
               PERFORM 5862-MONTA-MENU-CRT
            END-IF.

      *-------------SEGUNDA VIA DO CERTIFICADO-----------------------------

       5870-SEGUNDA-VIA.
            MOVE 'MODULO - 2A VIA CERTIFIC.' TO WRK-MODULO.
            DISPLAY TELA.
            IF CTRL-ALUNOS-OK = 'N' OR CTRL-DISC-OK = 'N'
               MOVE 'BASE REPROVADA, RESTAURE ANTES' TO WRK-MSGERRO
               ACCEPT MOSTRA-ERRO
            ELSE
               INITIALIZE CERTIFICADOS-REG
               DISPLAY TELA-SEGUNDA-VIA
               ACCEPT CHAVE-VIA
               PERFORM 5830-BUSCA-CERT-ALUNO
               IF CERTIFICADO-AUSENTE
                  MOVE 'CERTIFICADO NAO ENCONTRADO' TO WRK-MSGERRO
                  ACCEPT MOSTRA-ERRO
               ELSE
                  DISPLAY SS-DADOS-VIA
                  MOVE 'CONFIRMA A 2A VIA (S/N) ? ' TO WRK-MSGERRO
                  ACCEPT MOSTRA-ERRO
                  IF WRK-TECLA = 'S'
                     PERFORM 5875-EMITE-SEGUNDA-VIA
                  END-IF
               END-IF
            END-IF.

       5875-EMITE-SEGUNDA-VIA.
            MOVE CERT-RM TO RM-ALUNOS.
            MOVE CERT-ANO-LETIVO TO ANO-LETIVO.
            READ ALUNOS
              INVALID KEY
                 MOVE 'ALUNO NAO ENCONTRADO' TO WRK-MSGERRO
              NOT INVALID KEY
                 ACCEPT WRK-CERT-HOJE FROM DATE YYYYMMDD
                 ADD 1 TO CERT-QTD-VIAS
                 MOVE WRK-CERT-HOJE TO CERT-DATA-ULT-VIA
                 MOVE WRK-USU-ATUAL TO CERT-OPER-ULT-VIA
                 REWRITE CERTIFICADOS-REG
                 IF CERTIFICADOS-STATUS = 0
                    MOVE 'V' TO WRK-CERT-SAIDA
                    OPEN OUTPUT CERTVIA
                    PERFORM 5840-IMPRIME-CERTIFICADO
                    CLOSE CERTVIA
                    MOVE '2A VIA' TO AUD-OPERACAO
                    PERFORM 5838-AUDITA-CERTIFICADO
                    MOVE '2A VIA PRONTA, VEJA CERTVIA' TO WRK-MSGERRO
                 ELSE
                    MOVE '2A VIA NAO REGISTRADA' TO WRK-MSGERRO
                 END-IF
            END-READ.
            ACCEPT MOSTRA-ERRO.

      *-------------LIVRO DE REGISTRO DOS CERTIFICADOS---------------------

       5880-LIVRO-REGISTRO.
            MOVE 'MODULO - LIVRO REGISTRO' TO WRK-MODULO.
            DISPLAY TELA.
            MOVE 0 TO WRK-CERT-ANO-LIVRO.
            ACCEPT TELA-LIVRO.
            MOVE 0 TO WRK-QTD-LIVRO.
            OPEN OUTPUT LIVROREG.
            IF WRK-CERT-ANO-LIVRO = 0
               MOVE 'TODOS' TO LIV-TIT-ANO
            ELSE
               MOVE WRK-CERT-ANO-LIVRO TO LIV-TIT-ANO
            END-IF.
            WRITE REC-LIVROREG FROM WRK-LIV-TITULO.
            WRITE REC-LIVROREG FROM WRK-LIV-CAB.
            MOVE 'N' TO WRK-FIM-CERT.
            MOVE WRK-CERT-ANO-LIVRO TO CERT-ANO-EMISSAO.
            MOVE ZEROS TO CERT-NUMERO.
            START CERTIFICADOS KEY IS NOT LESS THAN CERTIFICADOS-CHAVE
              INVALID KEY
                 MOVE 'S' TO WRK-FIM-CERT
            END-START.
            IF CERTIFICADOS-STATUS NOT = 0
               MOVE 'S' TO WRK-FIM-CERT
            END-IF.
            PERFORM 5885-LINHA-LIVRO UNTIL FIM-CERT.
            MOVE SPACES TO WRK-LIV-TOT.
            MOVE 'TOTAL DE REGISTROS..:' TO LIV-TOT-TEXTO.
            MOVE WRK-QTD-LIVRO TO LIV-TOT-QTD.
            WRITE REC-LIVROREG FROM WRK-LIV-TOT.
            CLOSE LIVROREG.
            IF WRK-QTD-LIVRO = 0
               MOVE 'NENHUM CERTIFICADO REGISTRADO' TO WRK-MSGERRO
            ELSE
               MOVE 'LIVRO GERADO, VEJA LIVROREG' TO WRK-MSGERRO
            END-IF.
            ACCEPT MOSTRA-ERRO.

       5885-LINHA-LIVRO.
            READ CERTIFICADOS NEXT RECORD
              AT END
                 MOVE 'S' TO WRK-FIM-CERT
              NOT AT END
                 IF WRK-CERT-ANO-LIVRO NOT = 0
                    AND CERT-ANO-EMISSAO NOT = WRK-CERT-ANO-LIVRO
                    MOVE 'S' TO WRK-FIM-CERT
                 ELSE
                    MOVE SPACES TO WRK-LIV-LIN
                    MOVE CERT-NUMERO TO LIV-NUMERO
                    MOVE CERT-LIVRO TO LIV-LIVRO
                    MOVE CERT-FOLHA TO LIV-FOLHA
                    MOVE CERT-RM TO LIV-RM
                    MOVE CERT-NOME TO LIV-NOME
                    MOVE CERT-SERIE TO LIV-SERIE
                    MOVE CERT-ANO-LETIVO TO LIV-ANO-LETIVO
                    MOVE CERT-DATA-EMISSAO TO LIV-DATA
                    MOVE CERT-OPERADOR TO LIV-OPERADOR
                    MOVE CERT-QTD-VIAS TO LIV-VIAS
                    WRITE REC-LIVROREG FROM WRK-LIV-LIN
                    ADD 1 TO WRK-QTD-LIVRO
                 END-IF
            END-READ.

              MOVE WRK-ANO-TURMA TO TURMA-ANO.
                READ TURMAS
                IF TURMAS-STATUS = 0
                    MOVE TURMA-VAGAS TO WRK-ESP-VAGAS-ANTES
                    ACCEPT SS-DADOS-TURMA
                    REWRITE TURMAS-REG
                    IF TURMAS-STATUS = 0
                       MOVE 'REGISTRO DE TURMA ALTERADO'
                       TO WRK-MSGERRO
                       ACCEPT MOSTRA-ERRO
                       IF TURMA-VAGAS > WRK-ESP-VAGAS-ANTES
                          MOVE TURMA-SERIE TO WRK-ESP-SERIE-CHK
                          MOVE TURMA-ANO TO WRK-ESP-ANO-CHK
                          PERFORM 8720-OFERECE-VAGAS
                          IF WRK-QTD-CHAMADOS > 0
                             MOVE 'VAGA OFERECIDA A LISTA ESPERA'
                             TO WRK-MSGERRO
                             ACCEPT MOSTRA-ERRO
                          END-IF
                       END-IF
                    ELSE
                       MOVE 'REGISTRO DE TURMA NAO ALTERADO'
                       TO WRK-MSGERRO
               ACCEPT MOSTRA-ERRO
            ELSE
             IF WRK-RET-NOTA > 10
                MOVE 'NOTA INVALIDA, USE 0,0 A 10,0' TO WRK-MSGERRO
                ACCEPT MOSTRA-ERRO
             ELSE
              IF WRK-RET-MOTIVO = SPACES
      *-----------STATUS FINAL DO ALUNO (MEDIA, FREQUENCIA, RECUP.)-------

       9090-CALCULA-STATUS-FINAL.
            MOVE ANO-LETIVO TO WRK-REG-ANO-CHK.
            MOVE SERIE-ALUNOS TO WRK-REG-SERIE-CHK.
            MOVE 0 TO WRK-REG-COD-CHK.
            PERFORM 7270-BUSCA-REGRA.
            PERFORM 3700-CALCULA-FREQ-ALUNO.
            IF WRK-FREQ-PERC < WRK-REGRA-FREQ
               MOVE 'REPROVADO-FREQ' TO WRK-MEDIA-STATUS
            ELSE
               IF WRK-MEDIA >= WRK-REGRA-MEDIA
                  MOVE 'APROVADO' TO WRK-MEDIA-STATUS
               ELSE
                  IF REGRA-COM-RECUP
                     PERFORM 9080-AVALIA-RECUPERACAO
                  ELSE
                     MOVE 'N' TO WRK-TEM-RECUP
                  END-IF
                  IF WRK-TEM-RECUP = 'S' AND WRK-RECUP-REPROV = 'N'
                     AND WRK-RECUP-PEND = 'N'
                     IF WRK-RECUP-CONS = 'S'
                        MOVE 'APROVADO-CONS' TO WRK-MEDIA-STATUS
                     ELSE
                        MOVE 'APROVADO-REC' TO WRK-MEDIA-STATUS
                     END-IF
                  ELSE
                     MOVE 'REPROVADO' TO WRK-MEDIA-STATUS
                  END-IF
               END-IF
            END-IF.
            MOVE RM-ALUNOS TO CNS-RM.
            MOVE ANO-LETIVO TO CNS-ANO.
            MOVE 0 TO CNS-COD.
            PERFORM 5195-BUSCA-CONSELHO.
            IF CONSELHO-ACHADO
               IF CNS-APROVADO
                  MOVE 'APROVADO-CONS' TO WRK-MEDIA-STATUS
               ELSE
                  MOVE 'REPROVADO-CONS' TO WRK-MEDIA-STATUS
               END-IF
            END-IF.

       9080-AVALIA-RECUPERACAO.
            MOVE 'N' TO WRK-TEM-RECUP WRK-RECUP-REPROV WRK-RECUP-PEND
                        WRK-RECUP-CONS WRK-FIM-RECUP.
            MOVE RM-ALUNOS TO RCP-RM.
            MOVE ANO-LETIVO TO RCP-ANO.
            MOVE ZEROS TO RCP-COD.
              NOT AT END
                 IF RCP-RM = RM-ALUNOS AND RCP-ANO = ANO-LETIVO
                    MOVE 'S' TO WRK-TEM-RECUP
                    MOVE RCP-RM TO CNS-RM
                    MOVE RCP-ANO TO CNS-ANO
                    MOVE RCP-COD TO CNS-COD
                    PERFORM 5195-BUSCA-CONSELHO
                    IF CONSELHO-ACHADO
                       IF CNS-APROVADO
                          MOVE 'S' TO WRK-RECUP-CONS
                       ELSE
                          MOVE 'S' TO WRK-RECUP-REPROV
                       END-IF
                    ELSE
                       IF RCP-RESULTADO = 'R'
                          MOVE 'S' TO WRK-RECUP-REPROV
                       END-IF
                       IF RCP-RESULTADO = 'P'
                          MOVE 'S' TO WRK-RECUP-PEND
                       END-IF
                    END-IF
                 ELSE
                    MOVE 'S' TO WRK-FIM-RECUP
                 MOVE 'S' TO WRK-FIM-DISC
              NOT AT END
                 IF DISC-ANO = WRK-ANO-RECUP
                    MOVE DISC-RM TO RM-ALUNOS
                    MOVE DISC-ANO TO ANO-LETIVO
                    READ ALUNOS
                      INVALID KEY
                         MOVE SPACES TO SERIE-ALUNOS ALUNOS-SITUACAO
                    END-READ
                    MOVE SERIE-ALUNOS TO WRK-REG-SERIE-CHK
                    PERFORM 7290-MEDIA-DA-DISCIPLINA
                    IF WRK-MEDIA-DISC < WRK-REGRA-MEDIA
                       AND REGRA-COM-RECUP
                       IF ALUNO-TRANSFERIDO OR ALUNO-DESISTENTE
                          CONTINUE
                       ELSE
                          PERFORM 8535-CONVOCA-ALUNO
                       END-IF
                    END-IF
                 END-IF
            END-READ.
            ACCEPT TELA-LANCA-RECUP.
            MOVE WRK-ANO-RECUP TO RCP-ANO.
            IF WRK-NOTA-EXAME > 10
               MOVE 'NOTA INVALIDA, USE 0,0 A 10,0' TO WRK-MSGERRO
               ACCEPT MOSTRA-ERRO
            ELSE
               READ RECUPERA
               END-READ
            END-IF.

      *-----------INCLUSAO DE PEDIDO NA LISTA DE ESPERA DA TURMA---------

       8700-INCLUI-ESPERA.
            MOVE 'N' TO WRK-ESP-GRAVOU.
            MOVE 'N' TO WRK-ESP-DUPLICADO.
            MOVE 0 TO WRK-ESP-ULT-ORDEM.
            MOVE 'N' TO WRK-FIM-ESP.
            MOVE WRK-ESP-SERIE-CHK TO ESP-SERIE.
            MOVE WRK-ESP-ANO-CHK TO ESP-ANO.
            MOVE ZEROS TO ESP-ORDEM.
            START ESPERA KEY IS NOT LESS THAN ESPERA-CHAVE
              INVALID KEY
                 MOVE 'S' TO WRK-FIM-ESP
            END-START.
            IF ESPERA-STATUS NOT = 0
               MOVE 'S' TO WRK-FIM-ESP
            END-IF.
            PERFORM 8705-ULTIMA-ORDEM UNTIL FIM-ESP.
            IF ESP-FORA-DA-LISTA
               INITIALIZE ESPERA-REG
               MOVE WRK-ESP-SERIE-CHK TO ESP-SERIE
               MOVE WRK-ESP-ANO-CHK TO ESP-ANO
               COMPUTE ESP-ORDEM = WRK-ESP-ULT-ORDEM + 1
               MOVE WRK-ESP-RM-CHK TO ESP-RM
               MOVE WRK-ESP-NOME-NOVO TO ESP-NOME
               ACCEPT ESP-DATA-PEDIDO FROM DATE YYYYMMDD
               MOVE WRK-ESP-ORIGEM-NOVA TO ESP-ORIGEM
               MOVE 'A' TO ESP-SITUACAO
               MOVE 0 TO ESP-DATA-CHAMADA
               MOVE ESP-DATA-PEDIDO TO ESP-DATA-SITUACAO
               MOVE WRK-USU-ATUAL TO ESP-OPERADOR
               WRITE ESPERA-REG
                 INVALID KEY
                    MOVE 'N' TO WRK-ESP-GRAVOU
                 NOT INVALID KEY
                    MOVE 'S' TO WRK-ESP-GRAVOU
               END-WRITE
            END-IF.

       8705-ULTIMA-ORDEM.
            READ ESPERA NEXT RECORD
              AT END
                 MOVE 'S' TO WRK-FIM-ESP
              NOT AT END
                 IF ESP-SERIE = WRK-ESP-SERIE-CHK
                    AND ESP-ANO = WRK-ESP-ANO-CHK
                    MOVE ESP-ORDEM TO WRK-ESP-ULT-ORDEM
                    IF ESP-RM = WRK-ESP-RM-CHK
                       AND (ESP-AGUARDANDO OR ESP-CHAMADO)
                       MOVE 'S' TO WRK-ESP-DUPLICADO
                    END-IF
                 ELSE
                    MOVE 'S' TO WRK-FIM-ESP
                 END-IF
            END-READ.

      *-----------VAGAS RESERVADAS A CHAMADOS DA LISTA DE ESPERA---------

       8710-CONTA-RESERVAS.
            MOVE 0 TO WRK-ESP-RESERVADAS.
            MOVE 'N' TO WRK-FIM-ESP.
            MOVE WRK-ESP-SERIE-CHK TO ESP-SERIE.
            MOVE WRK-ESP-ANO-CHK TO ESP-ANO.
            MOVE ZEROS TO ESP-ORDEM.
            START ESPERA KEY IS NOT LESS THAN ESPERA-CHAVE
              INVALID KEY
                 MOVE 'S' TO WRK-FIM-ESP
            END-START.
            IF ESPERA-STATUS NOT = 0
               MOVE 'S' TO WRK-FIM-ESP
            END-IF.
            PERFORM 8715-CONTA-RESERVA UNTIL FIM-ESP.

       8715-CONTA-RESERVA.
            READ ESPERA NEXT RECORD
              AT END
                 MOVE 'S' TO WRK-FIM-ESP
              NOT AT END
                 IF ESP-SERIE = WRK-ESP-SERIE-CHK
                    AND ESP-ANO = WRK-ESP-ANO-CHK
                    IF ESP-CHAMADO
                       ADD 1 TO WRK-ESP-RESERVADAS
                    END-IF
                 ELSE
                    MOVE 'S' TO WRK-FIM-ESP
                 END-IF
            END-READ.

      *-----------OFERTA DE VAGA AOS PRIMEIROS DA LISTA DE ESPERA--------

       8720-OFERECE-VAGAS.
            MOVE 0 TO WRK-QTD-CHAMADOS.
            MOVE WRK-ESP-SERIE-CHK TO TURMA-SERIE.
            MOVE WRK-ESP-ANO-CHK TO TURMA-ANO.
            READ TURMAS
              INVALID KEY
                 MOVE 0 TO WRK-ESP-LIVRES
              NOT INVALID KEY
                 PERFORM 8725-CALCULA-LIVRES
            END-READ.
            IF WRK-ESP-LIVRES > 0
               MOVE 'N' TO WRK-FIM-ESP
               MOVE WRK-ESP-SERIE-CHK TO ESP-SERIE
               MOVE WRK-ESP-ANO-CHK TO ESP-ANO
               MOVE ZEROS TO ESP-ORDEM
               START ESPERA KEY IS NOT LESS THAN ESPERA-CHAVE
                 INVALID KEY
                    MOVE 'S' TO WRK-FIM-ESP
               END-START
               IF ESPERA-STATUS NOT = 0
                  MOVE 'S' TO WRK-FIM-ESP
               END-IF
               PERFORM 8730-CHAMA-PROXIMO UNTIL FIM-ESP
            END-IF.

       8725-CALCULA-LIVRES.
            MOVE ALUNOS-REG TO WRK-ESP-ALUNO-GUARDA.
            MOVE WRK-ESP-SERIE-CHK TO SERIE-ALUNOS.
            MOVE WRK-ESP-ANO-CHK TO ANO-LETIVO.
            PERFORM 2800-CONTA-ALUNOS-TURMA.
            MOVE WRK-ESP-ALUNO-GUARDA TO ALUNOS-REG.
            PERFORM 8710-CONTA-RESERVAS.
            COMPUTE WRK-ESP-LIVRES = TURMA-VAGAS - WRK-QTD-NA-TURMA
                                   - WRK-ESP-RESERVADAS.

       8730-CHAMA-PROXIMO.
            READ ESPERA NEXT RECORD
              AT END
                 MOVE 'S' TO WRK-FIM-ESP
              NOT AT END
                 IF ESP-SERIE = WRK-ESP-SERIE-CHK
                    AND ESP-ANO = WRK-ESP-ANO-CHK
                    IF ESP-AGUARDANDO
                       MOVE 'C' TO ESP-SITUACAO
                       ACCEPT ESP-DATA-CHAMADA FROM DATE YYYYMMDD
                       MOVE ESP-DATA-CHAMADA TO ESP-DATA-SITUACAO
                       MOVE WRK-USU-ATUAL TO ESP-OPERADOR
                       REWRITE ESPERA-REG
                       IF ESPERA-STATUS = 0
                          ADD 1 TO WRK-QTD-CHAMADOS
                          SUBTRACT 1 FROM WRK-ESP-LIVRES
                          IF WRK-ESP-LIVRES NOT > 0
                             MOVE 'S' TO WRK-FIM-ESP
                          END-IF
                       END-IF
                    END-IF
                 ELSE
                    MOVE 'S' TO WRK-FIM-ESP
                 END-IF
            END-READ.

      *-----------PEDIDO DE ALUNO JA MATRICULADO NO ANO LETIVO-----------

       8740-ALUNO-JA-MATRICULADO.
            MOVE ALUNOS-REG TO WRK-ESP-ALUNO-GUARDA.
            MOVE WRK-ESP-RM-CHK TO RM-ALUNOS.
            MOVE WRK-ESP-ANO-CHK TO ANO-LETIVO.
            READ ALUNOS
              INVALID KEY
                 MOVE 'N' TO WRK-ESP-MATRICULADO
              NOT INVALID KEY
                 MOVE 'S' TO WRK-ESP-MATRICULADO
            END-READ.
            MOVE WRK-ESP-ALUNO-GUARDA TO ALUNOS-REG.

      *-----------TURMA LOTADA NA INCLUSAO: PEDIDO NA LISTA DE ESPERA----

       8745-ESPERA-DA-INCLUSAO.
            MOVE RM-ALUNOS TO WRK-ESP-RM-CHK.
            MOVE NOME-ALUNOS TO WRK-ESP-NOME-NOVO.
            MOVE 'T' TO WRK-ESP-ORIGEM-NOVA.
            PERFORM 8750-REGISTRA-PEDIDO.

       8750-REGISTRA-PEDIDO.
            PERFORM 8740-ALUNO-JA-MATRICULADO.
            IF ESP-ALUNO-MATRICULADO
               MOVE 'ALUNO JA MATRICULADO NO ANO' TO WRK-MSGERRO
            ELSE
               PERFORM 8700-INCLUI-ESPERA
               IF ESP-GRAVADO
                  MOVE 'INCLUIDO NA LISTA DE ESPERA' TO WRK-MSGERRO
               ELSE
                  IF ESP-JA-NA-LISTA
                     MOVE 'ALUNO JA CONSTA NA ESPERA' TO WRK-MSGERRO
                  ELSE
                     MOVE 'PEDIDO NAO GRAVADO' TO WRK-MSGERRO
                  END-IF
               END-IF
            END-IF.

      *-----------------MODULO DA LISTA DE ESPERA------------------------

       8800-MODULO-ESPERA.
            PERFORM 8810-MONTA-MENU-ESP.
            PERFORM 8820-PROCESSA-ESP UNTIL WRK-OPCAO-ESP = '7'.

       8810-MONTA-MENU-ESP.
            MOVE 'MODULO - LISTA DE ESPERA' TO WRK-MODULO.
            DISPLAY TELA.
            ACCEPT MENU-ESPERA.

       8820-PROCESSA-ESP.
            EVALUATE WRK-OPCAO-ESP
             WHEN 1
                PERFORM 8830-INCLUIR-PEDIDO
             WHEN 2
                PERFORM 8840-CONSULTAR-PEDIDO
             WHEN 3
                PERFORM 8850-CANCELAR-PEDIDO
             WHEN 4
                PERFORM 8860-CONFIRMAR-MATRICULA
             WHEN 5
                PERFORM 8870-LISTA-CHAMADA
             WHEN 6
                PERFORM 8880-RELATORIO-ESPERA
             WHEN OTHER
              IF WRK-OPCAO-ESP NOT EQUAL '7'
                  DISPLAY 'ENTRE COM A OPCAO CERTA'
              END-IF
            END-EVALUATE.
            IF WRK-OPCAO-ESP NOT EQUAL '7'
               PERFORM 8810-MONTA-MENU-ESP
            END-IF.

      *-------------INCLUSAO MANUAL DE PEDIDO NA LISTA DE ESPERA----------

       8830-INCLUIR-PEDIDO.
            INITIALIZE ESPERA-REG.
            MOVE 'MODULO - INCLUIR PEDIDO' TO WRK-MODULO.
            DISPLAY TELA.
            DISPLAY TELA-ESPERA.
            ACCEPT CHAVE-ESP-TURMA.
            ACCEPT SS-PEDIDO-ESP.
            IF ESP-RM = 0 OR ESP-NOME = SPACES
               MOVE 'RM E NOME SAO OBRIGATORIOS' TO WRK-MSGERRO
            ELSE
               MOVE ESP-SERIE TO TURMA-SERIE
               MOVE ESP-ANO TO TURMA-ANO
               READ TURMAS
                 INVALID KEY
                    MOVE 'TURMA INEXISTENTE P/ O ANO' TO WRK-MSGERRO
                 NOT INVALID KEY
                    MOVE ESP-SERIE TO WRK-ESP-SERIE-CHK
                    MOVE ESP-ANO TO WRK-ESP-ANO-CHK
                    MOVE ESP-RM TO WRK-ESP-RM-CHK
                    MOVE ESP-NOME TO WRK-ESP-NOME-NOVO
                    MOVE 'T' TO WRK-ESP-ORIGEM-NOVA
                    PERFORM 8750-REGISTRA-PEDIDO
                    IF ESP-GRAVADO
                       DISPLAY CHAVE-ESP-ORDEM
                       DISPLAY SS-DADOS-ESP
                    END-IF
               END-READ
            END-IF.
            ACCEPT MOSTRA-ERRO.

      *-------------CONSULTA DE PEDIDO DA LISTA DE ESPERA-----------------

       8840-CONSULTAR-PEDIDO.
            INITIALIZE ESPERA-REG.
            MOVE 'MODULO - CONSULTAR PEDIDO' TO WRK-MODULO.
            DISPLAY TELA.
            DISPLAY TELA-ESPERA.
            ACCEPT CHAVE-ESP-TURMA.
            ACCEPT CHAVE-ESP-ORDEM.
            READ ESPERA
              INVALID KEY
                 MOVE 'PEDIDO NAO ENCONTRADO' TO WRK-MSGERRO
                 ACCEPT MOSTRA-ERRO
              NOT INVALID KEY
                 DISPLAY SS-PEDIDO-ESP
                 DISPLAY SS-DADOS-ESP
                 MOVE 'PEDIDO ENCONTRADO' TO WRK-MSGERRO
                 ACCEPT MOSTRA-ERRO
            END-READ.

      *-------------CANCELAMENTO (DESISTENCIA) DE PEDIDO------------------

       8850-CANCELAR-PEDIDO.
            INITIALIZE ESPERA-REG.
            MOVE 'MODULO - CANCELAR PEDIDO' TO WRK-MODULO.
            DISPLAY TELA.
            DISPLAY TELA-ESPERA.
            ACCEPT CHAVE-ESP-TURMA.
            ACCEPT CHAVE-ESP-ORDEM.
            READ ESPERA
              INVALID KEY
                 MOVE 'PEDIDO NAO ENCONTRADO' TO WRK-MSGERRO
                 ACCEPT MOSTRA-ERRO
              NOT INVALID KEY
                 DISPLAY SS-PEDIDO-ESP
                 DISPLAY SS-DADOS-ESP
                 IF ESP-MATRICULADO OR ESP-DESISTENTE
                    MOVE 'PEDIDO JA ENCERRADO' TO WRK-MSGERRO
                    ACCEPT MOSTRA-ERRO
                 ELSE
                    MOVE 'DESEJA CANCELAR PEDIDO(S/N) ? ' TO WRK-MSGERRO
                    ACCEPT MOSTRA-ERRO
                    IF WRK-TECLA = 'S'
                       PERFORM 8855-GRAVA-CANCELAMENTO
                       ACCEPT MOSTRA-ERRO
                    END-IF
                 END-IF
            END-READ.

       8855-GRAVA-CANCELAMENTO.
            MOVE ESP-SITUACAO TO WRK-SIT-ANTERIOR.
            MOVE 'D' TO ESP-SITUACAO.
            ACCEPT ESP-DATA-SITUACAO FROM DATE YYYYMMDD.
            MOVE WRK-USU-ATUAL TO ESP-OPERADOR.
            REWRITE ESPERA-REG.
            IF ESPERA-STATUS = 0
               MOVE 'PEDIDO CANCELADO' TO WRK-MSGERRO
               IF WRK-SIT-ANTERIOR = 'C'
                  MOVE ESP-SERIE TO WRK-ESP-SERIE-CHK
                  MOVE ESP-ANO TO WRK-ESP-ANO-CHK
                  PERFORM 8720-OFERECE-VAGAS
                  IF WRK-QTD-CHAMADOS > 0
                     MOVE 'CANCELADO, VAGA P/ O PROXIMO' TO WRK-MSGERRO
                  END-IF
               END-IF
            ELSE
               MOVE 'PEDIDO NAO CANCELADO' TO WRK-MSGERRO
            END-IF.

      *-------------CONFIRMACAO DA MATRICULA DO CHAMADO-------------------

       8860-CONFIRMAR-MATRICULA.
            INITIALIZE ESPERA-REG.
            MOVE 'MODULO - CONFIRMA MATRIC.' TO WRK-MODULO.
            DISPLAY TELA.
            DISPLAY TELA-ESPERA.
            ACCEPT CHAVE-ESP-TURMA.
            ACCEPT CHAVE-ESP-ORDEM.
            READ ESPERA
              INVALID KEY
                 MOVE 'PEDIDO NAO ENCONTRADO' TO WRK-MSGERRO
                 ACCEPT MOSTRA-ERRO
              NOT INVALID KEY
                 DISPLAY SS-PEDIDO-ESP
                 DISPLAY SS-DADOS-ESP
                 IF NOT ESP-CHAMADO
                    MOVE 'PEDIDO AINDA NAO CHAMADO' TO WRK-MSGERRO
                    ACCEPT MOSTRA-ERRO
                 ELSE
                    MOVE 'CONFIRMA A MATRICULA(S/N) ? ' TO WRK-MSGERRO
                    ACCEPT MOSTRA-ERRO
                    IF WRK-TECLA = 'S'
                       PERFORM 8865-MATRICULA-CHAMADO
                       ACCEPT MOSTRA-ERRO
                    END-IF
                 END-IF
            END-READ.

       8865-MATRICULA-CHAMADO.
            INITIALIZE ALUNOS-REG.
            MOVE ESP-RM TO RM-ALUNOS.
            MOVE ESP-ANO TO ANO-LETIVO.
            MOVE ESP-NOME TO NOME-ALUNOS.
            MOVE ESP-SERIE TO SERIE-ALUNOS.
            MOVE ZEROS TO NOTA-1BIMESTRE NOTA-2BIMESTRE
                          NOTA-3BIMESTRE NOTA-4BIMESTRE.
            MOVE 'A' TO ALUNOS-SITUACAO.
            ACCEPT ALUNOS-DATA-SIT FROM DATE YYYYMMDD.
            PERFORM 2750-MONTA-CHAVE-TURMA.
            PERFORM 2700-VALIDA-TURMA.
            IF TURMA-INEXISTENTE
               MOVE 'TURMA INEXISTENTE P/ O ANO' TO WRK-MSGERRO
            ELSE
             PERFORM 2800-CONTA-ALUNOS-TURMA
             IF WRK-QTD-NA-TURMA NOT < TURMA-VAGAS
                MOVE 'TURMA LOTADA, SEM VAGAS' TO WRK-MSGERRO
             ELSE
               WRITE ALUNOS-REG
                 INVALID KEY
                    MOVE 'RM JA MATRICULADO NO ANO' TO WRK-MSGERRO
                 NOT INVALID KEY
                    MOVE RM-ALUNOS TO AUD-RM
                    MOVE ANO-LETIVO TO AUD-ANO
                    MOVE 'INCLUSAO' TO AUD-OPERACAO
                    MOVE SPACES TO AUD-ANTES-NOME
                    MOVE SPACES TO AUD-ANTES-SERIE
                    MOVE 0 TO AUD-ANTES-NOTA1 AUD-ANTES-NOTA2
                              AUD-ANTES-NOTA3 AUD-ANTES-NOTA4
                    MOVE NOME-ALUNOS TO AUD-DEPOIS-NOME
                    MOVE SERIE-ALUNOS TO AUD-DEPOIS-SERIE
                    MOVE 0 TO AUD-DEPOIS-NOTA1 AUD-DEPOIS-NOTA2
                              AUD-DEPOIS-NOTA3 AUD-DEPOIS-NOTA4
                    PERFORM 4900-GRAVA-AUDITORIA
                    MOVE 'M' TO ESP-SITUACAO
                    ACCEPT ESP-DATA-SITUACAO FROM DATE YYYYMMDD
                    MOVE WRK-USU-ATUAL TO ESP-OPERADOR
                    REWRITE ESPERA-REG
                    IF ESPERA-STATUS = 0
                       MOVE 'ALUNO MATRICULADO NA TURMA' TO WRK-MSGERRO
                    ELSE
                       MOVE 'MATRICULADO, BAIXAR PEDIDO' TO WRK-MSGERRO
                    END-IF
               END-WRITE
             END-IF
            END-IF.

      *-------------LISTA DE CHAMADA PARA A SECRETARIA--------------------

       8870-LISTA-CHAMADA.
            MOVE 'MODULO - LISTA DE CHAMADA' TO WRK-MODULO.
            DISPLAY TELA.
            MOVE 0 TO WRK-QTD-CHAMADA.
            OPEN OUTPUT CHAMADA.
            ACCEPT CHM-TIT-DATA FROM DATE YYYYMMDD.
            WRITE REC-CHAMADA FROM WRK-CHM-TITULO.
            WRITE REC-CHAMADA FROM WRK-CHM-CAB.
            MOVE 'N' TO WRK-FIM-ESP.
            MOVE SPACES TO ESP-SERIE.
            MOVE ZEROS TO ESP-ANO ESP-ORDEM.
            START ESPERA KEY IS NOT LESS THAN ESPERA-CHAVE
              INVALID KEY
                 MOVE 'S' TO WRK-FIM-ESP
            END-START.
            IF ESPERA-STATUS NOT = 0
               MOVE 'S' TO WRK-FIM-ESP
            END-IF.
            PERFORM 8875-LINHA-CHAMADA UNTIL FIM-ESP.
            MOVE SPACES TO WRK-CHM-TOT.
            MOVE 'TOTAL DE CHAMADOS....:' TO CHM-TOT-TEXTO.
            MOVE WRK-QTD-CHAMADA TO CHM-TOT-QTD.
            WRITE REC-CHAMADA FROM WRK-CHM-TOT.
            CLOSE CHAMADA.
            IF WRK-QTD-CHAMADA = 0
               MOVE 'NENHUM PEDIDO CHAMADO' TO WRK-MSGERRO
            ELSE
               MOVE 'LISTA GERADA, VEJA CHAMADA' TO WRK-MSGERRO
            END-IF.
            ACCEPT MOSTRA-ERRO.

       8875-LINHA-CHAMADA.
            READ ESPERA NEXT RECORD
              AT END
                 MOVE 'S' TO WRK-FIM-ESP
              NOT AT END
                 IF ESP-CHAMADO
                    MOVE SPACES TO WRK-CHM-LIN
                    MOVE ESP-SERIE TO CHM-SERIE
                    MOVE ESP-ANO TO CHM-ANO
                    MOVE ESP-ORDEM TO CHM-ORDEM
                    MOVE ESP-RM TO CHM-RM
                    MOVE ESP-NOME TO CHM-NOME
                    MOVE ESP-DATA-PEDIDO TO CHM-DATA-PEDIDO
                    MOVE ESP-DATA-CHAMADA TO CHM-DATA-CHAMADA
                    MOVE ALL '_' TO CHM-CONTATO
                    WRITE REC-CHAMADA FROM WRK-CHM-LIN
                    ADD 1 TO WRK-QTD-CHAMADA
                 END-IF
            END-READ.

      *-------------RELATORIO DA LISTA DE ESPERA POR SERIE----------------

       8880-RELATORIO-ESPERA.
            MOVE 'MODULO - RELATORIO ESPERA' TO WRK-MODULO.
            DISPLAY TELA.
            MOVE 0 TO WRK-ANO-ESP.
            ACCEPT TELA-ANO-ESP.
            MOVE 0 TO WRK-ESR-TOT-AGU WRK-ESR-TOT-CHA
                      WRK-ESR-TOT-MAT WRK-ESR-TOT-DES.
            MOVE SPACES TO WRK-ESP-SERIE-ANT.
            OPEN OUTPUT ESPREL.
            MOVE WRK-ANO-ESP TO ESR-TIT-ANO.
            ACCEPT ESR-TIT-DATA FROM DATE YYYYMMDD.
            WRITE REC-ESPREL FROM WRK-ESR-TITULO.
            MOVE 'N' TO WRK-FIM-ESP.
            MOVE SPACES TO ESP-SERIE.
            MOVE ZEROS TO ESP-ANO ESP-ORDEM.
            START ESPERA KEY IS NOT LESS THAN ESPERA-CHAVE
              INVALID KEY
                 MOVE 'S' TO WRK-FIM-ESP
            END-START.
            IF ESPERA-STATUS NOT = 0
               MOVE 'S' TO WRK-FIM-ESP
            END-IF.
            PERFORM 8882-LINHA-ESPERA-REL UNTIL FIM-ESP.
            IF WRK-ESP-SERIE-ANT NOT = SPACES
               PERFORM 8886-SUBTOTAL-SERIE-ESP
            END-IF.
            MOVE SPACES TO REC-ESPREL.
            WRITE REC-ESPREL.
            MOVE 'TOTAL GERAL ' TO ESR-SUB-ROTULO.
            MOVE WRK-ESR-TOT-AGU TO ESR-SUB-AGU.
            MOVE WRK-ESR-TOT-CHA TO ESR-SUB-CHA.
            MOVE WRK-ESR-TOT-MAT TO ESR-SUB-MAT.
            MOVE WRK-ESR-TOT-DES TO ESR-SUB-DES.
            WRITE REC-ESPREL FROM WRK-ESR-SUB.
            CLOSE ESPREL.
            IF WRK-ESP-SERIE-ANT = SPACES
               MOVE 'NENHUM PEDIDO PARA O ANO' TO WRK-MSGERRO
            ELSE
               MOVE 'RELATORIO GERADO, VEJA ESPREL' TO WRK-MSGERRO
            END-IF.
            ACCEPT MOSTRA-ERRO.

       8882-LINHA-ESPERA-REL.
            READ ESPERA NEXT RECORD
              AT END
                 MOVE 'S' TO WRK-FIM-ESP
              NOT AT END
                 IF ESP-ANO = WRK-ANO-ESP
                    IF ESP-SERIE NOT = WRK-ESP-SERIE-ANT
                       IF WRK-ESP-SERIE-ANT NOT = SPACES
                          PERFORM 8886-SUBTOTAL-SERIE-ESP
                       END-IF
                       PERFORM 8884-CABECALHO-SERIE-ESP
                    END-IF
                    PERFORM 8888-GRAVA-LINHA-ESPERA
                 END-IF
            END-READ.

       8884-CABECALHO-SERIE-ESP.
            MOVE ESPERA-REG TO WRK-ESP-GUARDA.
            MOVE ESP-SERIE TO WRK-ESP-SERIE-ANT.
            MOVE 0 TO WRK-ESR-AGU WRK-ESR-CHA WRK-ESR-MAT WRK-ESR-DES.
            MOVE ESP-SERIE TO ESR-SERIE.
            MOVE ESP-SERIE TO TURMA-SERIE.
            MOVE ESP-ANO TO TURMA-ANO.
            READ TURMAS
              INVALID KEY
                 MOVE 0 TO TURMA-VAGAS
            END-READ.
            MOVE TURMA-VAGAS TO ESR-VAGAS.
            MOVE ESP-SERIE TO SERIE-ALUNOS.
            MOVE ESP-ANO TO ANO-LETIVO.
            PERFORM 2800-CONTA-ALUNOS-TURMA.
            MOVE WRK-QTD-NA-TURMA TO ESR-MATRIC.
            MOVE ESP-SERIE TO WRK-ESP-SERIE-CHK.
            MOVE ESP-ANO TO WRK-ESP-ANO-CHK.
            PERFORM 8710-CONTA-RESERVAS.
            MOVE WRK-ESP-RESERVADAS TO ESR-RESERV.
            MOVE WRK-ESP-GUARDA TO ESPERA-REG.
            MOVE 'N' TO WRK-FIM-ESP.
            START ESPERA KEY IS GREATER THAN ESPERA-CHAVE
              INVALID KEY
                 MOVE 'S' TO WRK-FIM-ESP
            END-START.
            MOVE WRK-ESP-GUARDA TO ESPERA-REG.
            MOVE SPACES TO REC-ESPREL.
            WRITE REC-ESPREL.
            WRITE REC-ESPREL FROM WRK-ESR-SERIE-LIN.
            WRITE REC-ESPREL FROM WRK-ESR-CAB.

       8886-SUBTOTAL-SERIE-ESP.
            MOVE 'SUBTOTAL    ' TO ESR-SUB-ROTULO.
            MOVE WRK-ESR-AGU TO ESR-SUB-AGU.
            MOVE WRK-ESR-CHA TO ESR-SUB-CHA.
            MOVE WRK-ESR-MAT TO ESR-SUB-MAT.
            MOVE WRK-ESR-DES TO ESR-SUB-DES.
            WRITE REC-ESPREL FROM WRK-ESR-SUB.

       8888-GRAVA-LINHA-ESPERA.
            MOVE SPACES TO WRK-ESR-LIN.
            MOVE ESP-ORDEM TO ESR-ORDEM.
            MOVE ESP-RM TO ESR-RM.
            MOVE ESP-NOME TO ESR-NOME.
            MOVE ESP-DATA-PEDIDO TO ESR-DATA-PEDIDO.
            IF ESP-ORIGEM-IMPORT
               MOVE 'IMPORT' TO ESR-ORIGEM
            ELSE
               MOVE 'TELA' TO ESR-ORIGEM
            END-IF.
            MOVE ESP-DATA-CHAMADA TO ESR-DATA-CHAMADA.
            EVALUATE TRUE
             WHEN ESP-AGUARDANDO
                MOVE 'AGUARDANDO' TO ESR-SITUACAO
                ADD 1 TO WRK-ESR-AGU WRK-ESR-TOT-AGU
             WHEN ESP-CHAMADO
                MOVE 'CHAMADO' TO ESR-SITUACAO
                ADD 1 TO WRK-ESR-CHA WRK-ESR-TOT-CHA
             WHEN ESP-MATRICULADO
                MOVE 'MATRICULADO' TO ESR-SITUACAO
                ADD 1 TO WRK-ESR-MAT WRK-ESR-TOT-MAT
             WHEN OTHER
                MOVE 'DESISTIU' TO ESR-SITUACAO
                ADD 1 TO WRK-ESR-DES WRK-ESR-TOT-DES
            END-EVALUATE.
            WRITE REC-ESPREL FROM WRK-ESR-LIN.

      *-----------------HISTORICO ESCOLAR DO ALUNO------------------------

       6500-HISTORICO-ESCOLAR.
               MOVE 'S' TO WRK-FIM-DISC
            END-IF.
            PERFORM 6530-GRAVA-DISC-HIST UNTIL FIM-DISC.
            PERFORM 7285-MEDIA-DO-ALUNO.
            PERFORM 9090-CALCULA-STATUS-FINAL.
            MOVE 'RESULTADO DO ANO: ' TO HIST-RES-ROT.
            MOVE WRK-MEDIA-STATUS TO HIST-RES-STATUS.
                 MOVE 'S' TO WRK-FIM-DISC
              NOT AT END
                 IF DISC-RM = RM-ALUNOS AND DISC-ANO = ANO-LETIVO
                    MOVE SERIE-ALUNOS TO WRK-REG-SERIE-CHK
                    PERFORM 7290-MEDIA-DA-DISCIPLINA
                    IF WRK-MEDIA-DISC < WRK-REGRA-MEDIA
                       MOVE DISC-RM TO RCP-RM
                       MOVE DISC-ANO TO RCP-ANO
                       MOVE DISC-COD TO RCP-COD
                    MOVE DISC-NOME TO HIST-DISC-NOME
                    MOVE 'MEDIA FINAL: ' TO HIST-ROT
                    MOVE WRK-MEDIA-DISC TO HIST-DISC-MEDIA
                    MOVE DISC-RM TO CNS-RM
                    MOVE DISC-ANO TO CNS-ANO
                    MOVE DISC-COD TO CNS-COD
                    PERFORM 5195-BUSCA-CONSELHO
                    IF CONSELHO-ACHADO
                       IF CNS-APROVADO
                          MOVE 'APROVADO PELO CONSELHO'
                          TO HIST-DISC-CONS
                       ELSE
                          MOVE 'MANTIDA RETENCAO' TO HIST-DISC-CONS
                       END-IF
                    END-IF
                    WRITE REC-HISTORIC FROM WRK-HIST-DISC-LIN
                 ELSE
                    MOVE 'S' TO WRK-FIM-DISC
            END-IF.

       6815-GRAVA-SITUACAO.
            MOVE 0 TO WRK-QTD-CHAMADOS.
            MOVE ALUNOS-SITUACAO TO WRK-SIT-ANTERIOR.
            MOVE NOME-ALUNOS TO AUD-ANTES-NOME.
            MOVE ALUNOS-SITUACAO TO AUD-ANTES-SERIE.
            MOVE NOTA-1BIMESTRE TO AUD-ANTES-NOTA1.
               ELSE
                  MOVE 'SITUACAO GRAVADA' TO WRK-MSGERRO
               END-IF
               IF (ALUNO-TRANSFERIDO OR ALUNO-DESISTENTE)
                  AND WRK-SIT-ANTERIOR NOT = 'T'
                  AND WRK-SIT-ANTERIOR NOT = 'D'
                  MOVE SERIE-ALUNOS TO WRK-ESP-SERIE-CHK
                  MOVE ANO-LETIVO TO WRK-ESP-ANO-CHK
                  PERFORM 8720-OFERECE-VAGAS
               END-IF
            ELSE
               MOVE 'SITUACAO NAO GRAVADA' TO WRK-MSGERRO
            END-IF.
            ACCEPT MOSTRA-ERRO.
            IF WRK-QTD-CHAMADOS > 0
               MOVE 'VAGA OFERECIDA A LISTA ESPERA' TO WRK-MSGERRO
               ACCEPT MOSTRA-ERRO
            END-IF.

      *-----------DOCUMENTO DE TRANSFERENCIA COM NOTAS PARCIAIS-----------

