           SELECT OPTIONAL FIC-ENCPEND ASSIGN "ENCPEND.TXT"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL FIC-SUGESTOES ASSIGN "SUGESTOES.TXT"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL FIC-RETIRADOS ASSIGN "RETIRADOS.TXT"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL FIC-EXPURGO ASSIGN "EXPURGO.TXT"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL FIC-RETENCAO ASSIGN "RETENCAO.TXT"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL FIC-AUDITORIA ASSIGN "AUDITORIA.TXT"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL FIC-CALENDARIO ASSIGN "CALENDARIO.TXT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CALENDARIO-DATA
           FILE STATUS IS FS.

           SELECT OPTIONAL FIC-ENCERRAMENTO ASSIGN "ENCERRAMENTO.TXT"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL FIC-CONTABIL ASSIGN "CONTABIL.TXT"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL FIC-CONTABCTL ASSIGN "CONTABCTL.TXT"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL FIC-POLOS ASSIGN "POLOS.TXT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS POLO-COD
           FILE STATUS IS FS.

           SELECT OPTIONAL FIC-TRANSFERENCIAS
           ASSIGN "TRANSFERENCIAS.TXT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TRANSF-COD
           FILE STATUS IS FS.

           SELECT OPTIONAL FIC-TRANSITO ASSIGN "TRANSITO.TXT"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL FIC-NUMERADOR ASSIGN "NUMERADOR.TXT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           LOCK MODE IS MANUAL
           RECORD KEY IS NUMERADOR-TIPO
           FILE STATUS IS FS.

           SELECT OPTIONAL FIC-PARCEIROS ASSIGN "PARCEIROS.TXT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PARCEIRO-COD
           FILE STATUS IS FS.

           SELECT OPTIONAL FIC-INTERBIB ASSIGN "INTERBIB.TXT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS IB-COD
           ALTERNATE RECORD KEY IS IB-CLIENTE-COD WITH DUPLICATES
           FILE STATUS IS FS.

           SELECT OPTIONAL FIC-ATRASOSIB ASSIGN "ATRASOSIB.TXT"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL FIC-CATEGORIAS ASSIGN "CATEGORIAS.TXT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CATEGORIA-COD
           FILE STATUS IS FS.

       DATA DIVISION.
       FILE SECTION.
      ******************************************************************
               10 MES-VALIDADE                PIC 99.
               10 FILLER                      PIC X VALUE "-".
               10 DIA-VALIDADE                PIC 99.
           05 CLIENTE-CATEGORIA               PIC 99.
      ******************************************************************
       FD FIC-LIVROS.
       01 REGISTO-LIVROS.
           05 SITUACAO                        PIC X.
           05 ALUGUER-EXEMPLAR-NUM            PIC 9(3).
           05 ALUGUER-VALOR                   PIC 9(5)V99.
           05 ALUGUER-RENOVACOES              PIC 99.
           05 ALUGUER-POLO                    PIC 9(3).
      ******************************************************************
       FD FIC-EXEMPLARES.
       01 REGISTO-EXEMPLARES.
           05 EXEMPLAR-CUSTO                  PIC 9(5)V99.
           05 EXEMPLAR-FORNECEDOR             PIC 9(5).
           05 EXEMPLAR-CONSERVACAO            PIC 9.
           05 EXEMPLAR-POLO-ORIGEM            PIC 9(3).
           05 EXEMPLAR-POLO-ATUAL             PIC 9(3).
           05 EXEMPLAR-POLO-DESTINO           PIC 9(3).
      ******************************************************************
       FD FIC-ESPERA.
       01 REGISTO-ESPERA.
               10 MES-ESPERA                  PIC 99.
               10 FILLER                      PIC X    VALUE "-".
               10 DIA-ESPERA                  PIC 99.
           05 ESPERA-POLO                     PIC 9(3).
      ******************************************************************
       FD IND-TODOS.
       01 REGISTO-TODOS-CLIENTE.
               10 IND-TODOS-DIA-ENTREGA       PIC 99.
           05 T19                             PIC X(13).
           05 IND-TODOS-SITUACAO              PIC X.
           05 T26                             PIC X(15).
           05 IND-TODOS-RENOVACOES            PIC 99.
      ******************************************************************
       FD IND-ALUGADOS.
       01 REGISTO-ALUGADOS.
               10 IND-ALUGADOS-DIA-ENTREGA    PIC 99.
           05 T25                             PIC X(13).
           05 IND-ALUGADOS-SITUACAO           PIC X.
           05 T27                             PIC X(15).
           05 IND-ALUGADOS-RENOVACOES         PIC 99.
      ******************************************************************
       FD FIC-MULTAS.
       01 REGISTO-MULTAS.
      ******************************************************************
       FD FIC-RECIBOS.
       01 REGISTO-RECIBOS.
           05 LINHA-RECIBO                    PIC X(200).
      ******************************************************************
       FD FIC-MOVIMENTOS.
       01 REGISTO-MOVIMENTOS.
           05 MOVIMENTO-VALOR                 PIC 9(5)V99.
           05 MOVIMENTO-MEIO                  PIC X.
           05 MOVIMENTO-OPERADOR              PIC 9(3).
           05 MOVIMENTO-ESTORNO               PIC X.
           05 MOVIMENTO-ORIGEM-COD            PIC 9(7).
           05 MOVIMENTO-MOTIVO                PIC X(30).
           05 MOVIMENTO-ESTORNADO             PIC X.
           05 MOVIMENTO-LOTE                  PIC 9(5).
           05 MOVIMENTO-POLO                  PIC 9(3).
      ******************************************************************
       FD FIC-FECHO.
       01 REGISTO-FECHO.
       FD FIC-ENCPEND.
       01 REGISTO-ENCPEND.
           05 LINHA-ENCPEND                   PIC X(160).
      ******************************************************************
       FD FIC-SUGESTOES.
       01 REGISTO-SUGESTOES.
           05 LINHA-SUGESTAO                  PIC X(200).
      ******************************************************************
       FD FIC-RETIRADOS.
       01 REGISTO-RETIRADOS.
           05 LINHA-RETIRADO                  PIC X(160).
      ******************************************************************
       FD FIC-EXPURGO.
       01 REGISTO-EXPURGO.
           05 LINHA-EXPURGO                   PIC X(250).
      ******************************************************************
       FD FIC-RETENCAO.
       01 REGISTO-RETENCAO.
           05 OPERADOR-NOME                   PIC X(30).
           05 OPERADOR-SENHA                  PIC X(10).
           05 OPERADOR-NIVEL                  PIC 9.
           05 OPERADOR-POLO                   PIC 9(3).
      ******************************************************************
       FD FIC-HISTORICO.
       01 REGISTO-HISTORICO.
           05 HIST-SITUACAO                   PIC X.
           05 HIST-EXEMPLAR-NUM               PIC 9(3).
           05 HIST-VALOR                      PIC 9(5)V99.
           05 HIST-RENOVACOES                 PIC 99.
           05 HIST-POLO                       PIC 9(3).
      ******************************************************************
       FD FIC-TARIFAS.
       01 REGISTO-TARIFAS.
           05 PARAM-GERACOES                  PIC 99.
           05 PARAM-SEP6                      PIC X.
           05 PARAM-RETENCAO                  PIC 99.
           05 PARAM-SEP7                      PIC X.
           05 PARAM-RENOVACOES                PIC 99.
           05 PARAM-SEP8                      PIC X.
           05 PARAM-FECHO-SEMANAL             PIC X(7).
      ******************************************************************
       FD FIC-IMPORTA.
       01 REGISTO-IMPORTA.
       FD FIC-AUDITORIA.
       01 REGISTO-AUDITORIA.
           05 LINHA-AUDITORIA                 PIC X(100).
      ******************************************************************
       FD FIC-CALENDARIO.
       01 REGISTO-CALENDARIO.
           05 CALENDARIO-DATA.
               10 ANO-CALENDARIO              PIC 9999.
               10 MES-CALENDARIO              PIC 99.
               10 DIA-CALENDARIO              PIC 99.
           05 CALENDARIO-MOTIVO               PIC X(30).
      ******************************************************************
       FD FIC-ENCERRAMENTO.
       01 REGISTO-ENCERRAMENTO.
           05 LINHA-ENCERRAMENTO              PIC X(160).
      ******************************************************************
       FD FIC-CONTABIL.
       01 REGISTO-CONTABIL.
           05 LINHA-CONTABIL                  PIC X(80).
      ******************************************************************
       FD FIC-CONTABCTL.
       01 REGISTO-CONTABCTL.
           05 CONTABCTL-LOTE                  PIC 9(5).
           05 CONTABCTL-SEP                   PIC X.
           05 CONTABCTL-DATA                  PIC X(8).
           05 CONTABCTL-SEP2                  PIC X.
           05 CONTABCTL-ESTADO                PIC X.
      ******************************************************************
       FD FIC-POLOS.
       01 REGISTO-POLOS.
           05 POLO-COD                        PIC 9(3).
           05 POLO-NOME                       PIC X(30).
           05 POLO-MORADA                     PIC X(30).
      ******************************************************************
       FD FIC-TRANSFERENCIAS.
       01 REGISTO-TRANSFERENCIAS.
           05 TRANSF-COD                      PIC 9(5).
           05 TRANSF-LIVRO-COD                PIC 9(5).
           05 TRANSF-EXEMPLAR-NUM             PIC 9(3).
           05 TRANSF-POLO-ORIGEM              PIC 9(3).
           05 TRANSF-POLO-DESTINO             PIC 9(3).
           05 TRANSF-DATA-PEDIDO              PIC 9(8).
           05 TRANSF-DATA-ENVIO               PIC 9(8).
           05 TRANSF-DATA-RECECAO             PIC 9(8).
           05 TRANSF-ESTADO                   PIC X.
           05 TRANSF-MOTIVO                   PIC X.
           05 TRANSF-OPERADOR                 PIC 9(3).
      ******************************************************************
       FD FIC-TRANSITO.
       01 REGISTO-TRANSITO.
           05 LINHA-TRANSITO                  PIC X(160).
      ******************************************************************
       FD FIC-NUMERADOR.
       01 REGISTO-NUMERADOR.
           05 NUMERADOR-TIPO                  PIC X(10).
           05 NUMERADOR-PROXIMO               PIC 9(7).
      ******************************************************************
       FD FIC-PARCEIROS.
       01 REGISTO-PARCEIROS.
           05 PARCEIRO-COD                    PIC 9(3).
           05 PARCEIRO-NOME                   PIC X(30).
           05 PARCEIRO-CONTACTO               PIC X(30).
           05 PARCEIRO-TAXA                   PIC 9(3)V99.
           05 PARCEIRO-PRAZO                  PIC 9(3).
      ******************************************************************
       FD FIC-INTERBIB.
       01 REGISTO-INTERBIB.
           05 IB-COD                          PIC 9(5).
           05 IB-CLIENTE-COD                  PIC 9(5).
           05 IB-TITULO                       PIC X(30).
           05 IB-AUTOR                        PIC X(30).
           05 IB-PARCEIRO-COD                 PIC 9(3).
           05 IB-DATA-PEDIDO                  PIC 9(8).
           05 IB-DATA-RECECAO                 PIC 9(8).
           05 IB-DATA-LIMITE                  PIC 9(8).
           05 IB-DATA-LEVANTAMENTO            PIC 9(8).
           05 IB-DATA-PREVISTA                PIC 9(8).
           05 IB-DATA-DEVOLUCAO               PIC 9(8).
           05 IB-DATA-REMESSA                 PIC 9(8).
           05 IB-TAXA                         PIC 9(3)V99.
           05 IB-ESTADO                       PIC X.
           05 IB-POLO                         PIC 9(3).
           05 IB-OPERADOR                     PIC 9(3).
      ******************************************************************
       FD FIC-ATRASOSIB.
       01 REGISTO-ATRASOSIB.
           05 LINHA-ATRASOSIB                 PIC X(160).
      ******************************************************************
       FD FIC-CATEGORIAS.
       01 REGISTO-CATEGORIAS.
           05 CATEGORIA-COD                   PIC 99.
           05 CATEGORIA-DESCRICAO             PIC X(20).
           05 CATEGORIA-PRAZO                 PIC 9(3).
           05 CATEGORIA-LIMITE                PIC 9(3).
           05 CATEGORIA-DESCONTO              PIC 9(3).
           05 CATEGORIA-TAXA-MULTA            PIC 9(3)V99.
           05 CATEGORIA-QUOTA                 PIC 9(5)V99.
      ******************************************************************
       WORKING-STORAGE SECTION.
       77 FS                                  PIC XX.
       77 EXEMPLAR-VALIDO                     PIC X      VALUE "N".
       77 PROXIMO-EXEMPLAR-NUM                PIC 9(3)   VALUE 0.
       77 ALUGUER-EXEMPLAR-NUM-ANTIGO         PIC 9(3)   VALUE 0.
       77 ALUGUER-REGISTO-TEMP                PIC X(61)  VALUE SPACES.
       77 VALOR-TARIFA-DIA                    PIC 9(3)V99 VALUE 0.
       77 TARIFA-PADRAO                       PIC 9(3)V99 VALUE 001.00.
       77 TARIFA-EUROS                        PIC 9(3)   VALUE 0.
           05 TABELA-MESES-ITEM OCCURS 120 TIMES.
               10 TMES-ANO-MES                PIC 9(6).
               10 TMES-TOTAL                  PIC 9(7)V99.
               10 TMES-ESTORNOS               PIC 9(7)V99.
       01 TABELA-TEMAS-REC.
           05 TABELA-TEMAS-REC-ITEM OCCURS 200 TIMES.
               10 TREC-TEMA-COD               PIC 9(5).
       77 BALCAO-CONTINUAR                    PIC X      VALUE "S".
       77 ALUGUER-ABERTO-ENCONTRADO           PIC X      VALUE "N".
       77 FIM-PESQUISA-ALUGUER                PIC X      VALUE "N".
       77 OPCAO-BALCAO                        PIC X      VALUE SPACES.
      ******************************************************************
       77 LIMITE-RENOVACOES                   PIC 99     VALUE 2.
       77 RENOVACAO-VALIDA                    PIC X      VALUE "N".
       77 MOTIVO-RENOVACAO                    PIC X(50)  VALUE SPACES.
      ******************************************************************
       77 DIA-ABERTO                          PIC X      VALUE "S".
       77 JULIANO-TESTE                       PIC 9(8)   VALUE 0.
       77 JULIANO-INICIO                      PIC 9(8)   VALUE 0.
       77 JULIANO-FIM                         PIC 9(8)   VALUE 0.
       77 DATA-TESTE                          PIC 9(8)   VALUE 0.
       77 QUOCIENTE-SEMANA                    PIC 9(8)   VALUE 0.
       77 DIA-SEMANA                          PIC 9      VALUE 0.
       77 SUB-DIA-SEMANA                      PIC 99     VALUE 0.
       77 NUM-DIAS-PESQUISA                   PIC 9(3)   VALUE 0.
       77 NUM-ENCERRAMENTOS                   PIC 9(5)   VALUE 0.
       77 NUM-AFETADOS                        PIC 9(5)   VALUE 0.
       77 DATA-INICIO-ENCERRAMENTO            PIC 9(8)   VALUE 0.
       77 DATA-FIM-ENCERRAMENTO               PIC 9(8)   VALUE 0.
       77 MOTIVO-ENCERRAMENTO                 PIC X(30)  VALUE SPACES.
       77 MOTIVO-DIA-FECHADO                  PIC X(30)  VALUE SPACES.
       77 CONFIRMA-ENCERRAMENTO               PIC X      VALUE "N".
       77 PERIODO-INICIO-TEXTO                PIC X(10)  VALUE SPACES.
       01 DATA-TRABALHO.
           05 ANO-TRABALHO                    PIC 9999.
           05 MES-TRABALHO                    PIC 99.
           05 DIA-TRABALHO                    PIC 99.
       01 DATA-CALENDARIO-FORMATADA.
           05 DIA-CALENDARIO-FMT              PIC 99.
           05 FILLER                          PIC X   VALUE "-".
           05 MES-CALENDARIO-FMT              PIC 99.
           05 FILLER                          PIC X   VALUE "-".
           05 ANO-CALENDARIO-FMT              PIC 9999.
       01 DIAS-FECHO-SEMANAL                  VALUE "NNNNNNN".
           05 FECHO-SEMANAL-DIA OCCURS 7 TIMES PIC X.
       01 TABELA-NOMES-DIAS.
           05 FILLER                          PIC X(7) VALUE "Segunda".
           05 FILLER                          PIC X(7) VALUE "Terca".
           05 FILLER                          PIC X(7) VALUE "Quarta".
           05 FILLER                          PIC X(7) VALUE "Quinta".
           05 FILLER                          PIC X(7) VALUE "Sexta".
           05 FILLER                          PIC X(7) VALUE "Sabado".
           05 FILLER                          PIC X(7) VALUE "Domingo".
       01 NOMES-DIAS-SEMANA REDEFINES TABELA-NOMES-DIAS.
           05 NOME-DIA-SEMANA OCCURS 7 TIMES  PIC X(7).
      ******************************************************************
       77 PROXIMO-MOVIMENTO-COD               PIC 9(7)   VALUE 0.
       77 MEIO-PAGAMENTO                      PIC X      VALUE SPACES.
       77 VALOR-CONTADO                       PIC 9(7)V99 VALUE 0.
       77 DIFERENCA-CAIXA                     PIC 9(7)V99 VALUE 0.
       77 SINAL-DIFERENCA                     PIC X      VALUE SPACE.
      ******************************************************************
       77 MOVIMENTO-REGISTO-TEMP              PIC X(86)  VALUE SPACES.
       77 ESTORNO-EM-CURSO                    PIC X      VALUE "N".
       77 ESTORNO-ORIGEM-COD                  PIC 9(7)   VALUE 0.
       77 ESTORNO-NOTA-COD                    PIC 9(7)   VALUE 0.
       77 MOTIVO-ESTORNO                      PIC X(30)  VALUE SPACES.
       77 VALOR-ESTORNO                       PIC 9(5)V99 VALUE 0.
       77 ESTORNO-EUROS                       PIC 9(5)   VALUE 0.
       77 ESTORNO-CENTIMOS                    PIC 99     VALUE 0.
       77 CONFIRMA-ESTORNO                    PIC X      VALUE "N".
       77 ESTORNO-VALIDO                      PIC X      VALUE "N".
       77 MOTIVO-RECUSA-ESTORNO               PIC X(40)  VALUE SPACES.
       77 NOVO-MEIO-PAGAMENTO                 PIC X      VALUE SPACES.
       77 NUM-ESTORNOS-DIA                    PIC 9(5)   VALUE 0.
       77 ESTORNOS-NUMERARIO                  PIC 9(7)V99 VALUE 0.
       77 ESTORNOS-CARTAO                     PIC 9(7)V99 VALUE 0.
       77 ESTORNOS-MB                         PIC 9(7)V99 VALUE 0.
       77 ESTORNOS-DIA-CAIXA                  PIC 9(7)V99 VALUE 0.
       77 LIQUIDO-TRABALHO                    PIC S9(7)V99 VALUE 0.
       77 LIQUIDO-NUMERARIO                   PIC S9(7)V99 VALUE 0.
       77 DIFERENCA-LIQUIDA                   PIC S9(7)V99 VALUE 0.
       77 SINAL-LIQUIDO                       PIC X      VALUE SPACE.
       77 TOTAL-ESTORNOS-RECEITAS             PIC 9(7)V99 VALUE 0.
      ******************************************************************
       77 LOTE-CONTABIL                       PIC 9(5)   VALUE 0.
       77 ULTIMO-LOTE-CONTABIL                PIC 9(5)   VALUE 0.
       77 DATA-LOTE-CONTABIL                  PIC X(8)   VALUE SPACES.
       77 ESTADO-LOTE-CONTABIL                PIC X      VALUE SPACE.
       77 LOTE-REPETIDO                       PIC X      VALUE "N".
       77 NUM-CONTABIL                        PIC 9(5)   VALUE 0.
       77 TOTAL-CONTABIL                      PIC S9(9)V99 VALUE 0.
       77 CONTA-RECEITA-ALUGUERES             PIC X(8)   VALUE "7211".
       77 CONTA-RECEITA-MULTAS                PIC X(8)   VALUE "7881".
       77 CONTA-RECEITA-QUOTAS                PIC X(8)   VALUE "7212".
       77 CONTA-RECEITA-OUTRAS                PIC X(8)   VALUE "7888".
       77 CONTA-RECEITA-INTERBIB              PIC X(8)   VALUE "7213".
       01 CONTABIL-CABECALHO.
           05 FILLER                          PIC X      VALUE "H".
           05 CONTABIL-CAB-LOTE               PIC 9(5).
           05 CONTABIL-CAB-DATA               PIC X(8).
           05 CONTABIL-CAB-ORIGEM             PIC X(10)
                                              VALUE "BIBLIOTECA".
           05 FILLER                          PIC X(56)  VALUE SPACES.
       01 CONTABIL-DETALHE.
           05 FILLER                          PIC X      VALUE "D".
           05 CONTABIL-DET-LOTE               PIC 9(5).
           05 CONTABIL-DET-MOVIMENTO          PIC 9(7).
           05 CONTABIL-DET-DATA.
               10 CONTABIL-DET-ANO            PIC 9999.
               10 CONTABIL-DET-MES            PIC 99.
               10 CONTABIL-DET-DIA            PIC 99.
           05 CONTABIL-DET-TIPO               PIC X.
           05 CONTABIL-DET-MEIO               PIC X.
           05 CONTABIL-DET-CONTA              PIC X(8).
           05 CONTABIL-DET-SINAL              PIC X.
           05 CONTABIL-DET-VALOR              PIC 9(7)V99.
           05 CONTABIL-DET-CLIENTE            PIC 9(5).
           05 CONTABIL-DET-ORIGEM             PIC 9(7).
           05 CONTABIL-DET-POLO               PIC 9(3).
           05 FILLER                          PIC X(24)  VALUE SPACES.
       01 CONTABIL-RODAPE.
           05 FILLER                          PIC X      VALUE "T".
           05 CONTABIL-ROD-LOTE               PIC 9(5).
           05 CONTABIL-ROD-REGISTOS           PIC 9(7).
           05 CONTABIL-ROD-SINAL              PIC X.
           05 CONTABIL-ROD-TOTAL              PIC 9(9)V99.
           05 FILLER                          PIC X(55)  VALUE SPACES.
      ******************************************************************
       77 QUOTA-ANUAL-EUR                     PIC 9(5)V99 VALUE 010.00.
       77 QUOTA-VALIDA                        PIC X      VALUE "N".
       77 FIM-CHECKPOINT                      PIC X      VALUE "N".
       77 CODIGO-RETORNO-BATCH                PIC 9      VALUE 0.
       77 CONTAGEM-PASSO                      PIC 9(5)   VALUE 0.
       77 SUB-PASSO                           PIC 99     VALUE 0.
       01 PASSOS-PEDIDOS.
           05 PASSO-PEDIDO OCCURS 9 TIMES     PIC X(12).
       01 HORA-SISTEMA.
           05 HS-HH                           PIC 99.
           05 HS-MM                           PIC 99.
       77 NUM-REGISTOS-BACKUP                 PIC 9(7)   VALUE 0.
       77 NUM-REGISTOS-RESTAURO               PIC 9(7)   VALUE 0.
       77 FIM-BACKUP                          PIC X      VALUE "N".
       77 FICHEIRO-RESTAURO                   PIC X(15)  VALUE SPACES.
       77 RESTAURO-OK                         PIC X      VALUE "N".
       77 CONFIRMA-RESTAURO                   PIC X      VALUE "N".
       01 NOME-BACKUP.
       77 NUM-LINHAS-PENDENTES                PIC 9(5)   VALUE 0.
       77 SUB-EXEMPLAR-NOVO                   PIC 9(3)   VALUE 0.
       77 ENCOMENDA-TRABALHO                  PIC 9(5)   VALUE 0.
       77 ACAO-RASCUNHO                       PIC X      VALUE "N".
      ******************************************************************
       77 NUM-SUGESTOES                       PIC 9(3)   VALUE 0.
       77 NUM-TABELA-SUGESTOES                PIC 9(3)   VALUE 0.
       77 SUB-SUGESTAO                        PIC 9(3)   VALUE 0.
       77 SUB-GRUPO                           PIC 9(3)   VALUE 0.
       77 RANKING-SUGESTAO                    PIC 9(3)   VALUE 0.
       77 LIVRO-PROCURA                       PIC 9(5)   VALUE 0.
       77 DIAS-PROCURA                        PIC 9(3)   VALUE 365.
       77 JULIANO-PROCURA                     PIC 9(8)   VALUE 0.
       77 JULIANO-EMPRESTIMO                  PIC 9(8)   VALUE 0.
       77 DEMANDA-TITULO                      PIC 9(5)   VALUE 0.
       77 DIVISOR-EXEMPLARES                  PIC 9(3)   VALUE 0.
       77 PRESSAO-MAX                         PIC 9(5)V99 VALUE 0.
       77 PRESSAO-MINIMA                      PIC 9(5)V99 VALUE 6.00.
       77 PRESSAO-CENTESIMAS                  PIC 9(7)   VALUE 0.
       77 GERAR-RASCUNHOS                     PIC X      VALUE "N".
       77 LIVRO-SELECIONADO                   PIC 9(5)   VALUE 0.
       77 QTD-SELECIONADA                     PIC 9(3)   VALUE 0.
       77 NUM-SELECIONADAS                    PIC 9(3)   VALUE 0.
       77 FORNECEDOR-GRUPO                    PIC 9(5)   VALUE 0.
       77 NUM-RASCUNHOS                       PIC 9(3)   VALUE 0.
       77 PROXIMA-ENCOMENDA-COD               PIC 9(5)   VALUE 0.
       77 TENTATIVAS-ENCOMENDA                PIC 9      VALUE 0.
       01 PRESSAO-FORMATADA.
           05 PRESSAO-INTEIRA                 PIC 9(3).
           05 FILLER                          PIC X      VALUE ",".
           05 PRESSAO-DECIMAS                 PIC 99.
       01 TABELA-SUGESTOES.
           05 TABELA-SUGESTOES-ITEM OCCURS 500 TIMES.
               10 TS-LIVRO-COD                PIC 9(5).
               10 TS-ESPERA                   PIC 9(3).
               10 TS-EMPRESTIMOS              PIC 9(5).
               10 TS-EXEMPLARES               PIC 9(3).
               10 TS-FORNECEDOR               PIC 9(5).
               10 TS-CUSTO                    PIC 9(5)V99.
               10 TS-PRESSAO                  PIC 9(5)V99.
               10 TS-QTD                      PIC 9(3).
               10 TS-ENCOMENDADO              PIC X.
               10 TS-SITUACAO                 PIC X.
               10 TS-RANKING                  PIC 9(3).
      ******************************************************************
       77 VALOR-DANO                          PIC 9(5)V99 VALUE 0.
       77 NUM-RETIRADOS                       PIC 9(5)   VALUE 0.
       77 FIM-RETIRADOS                       PIC X      VALUE "N".
       77 MOTIVO-RETIRADO                     PIC X(10)  VALUE SPACES.
      ******************************************************************
       77 MESES-EXPURGO                       PIC 99     VALUE 12.
       77 MESES-CORTE                         PIC 9(6)   VALUE 0.
       77 JULIANO-CORTE-EXPURGO               PIC 9(8)   VALUE 0.
       77 EMPRESTIMOS-POR-EXEMPLAR            PIC 9(3)   VALUE 4.
       77 CONSERVACAO-EXPURGO                 PIC 9      VALUE 3.
       77 NUM-TABELA-EXPURGO                  PIC 9(4)   VALUE 0.
       77 NUM-TITULOS-EXPURGO                 PIC 9(3)   VALUE 0.
       77 SUB-EXPURGO                         PIC 9(4)   VALUE 0.
       77 SUB-TITULO                          PIC 9(3)   VALUE 0.
       77 SUB-MENOS-USADO                     PIC 9(4)   VALUE 0.
       77 MENOS-EMPRESTIMOS                   PIC 9(5)   VALUE 0.
       77 EXCESSO-TITULO                      PIC 9(3)   VALUE 0.
       77 EXEMPLAR-PROCURA                    PIC 9(3)   VALUE 0.
       77 RECEITA-EMPRESTIMO                  PIC 9(5)V99 VALUE 0.
       77 NUM-PROPOSTOS-EXPURGO               PIC 9(4)   VALUE 0.
       77 NUM-EXPURGADOS                      PIC 9(4)   VALUE 0.
       77 TOTAL-CUSTO-EXPURGO                 PIC 9(7)V99 VALUE 0.
       77 EXEMPLAR-SELECIONADO                PIC 9(3)   VALUE 0.
       77 CONFIRMA-EXPURGO                    PIC X      VALUE "N".
       77 CUSTO-FORMATADO                     PIC X(8)   VALUE SPACES.
       77 ULTIMO-EMPRESTIMO                   PIC X(10)  VALUE SPACES.
       01 TABELA-EXPURGO.
           05 TABELA-EXPURGO-ITEM OCCURS 2000 TIMES.
               10 TEX-LIVRO-COD               PIC 9(5).
               10 TEX-EXEMPLAR-NUM            PIC 9(3).
               10 TEX-TITULO                  PIC 9(3).
               10 TEX-ESTADO                  PIC X.
               10 TEX-CONSERVACAO             PIC 9.
               10 TEX-CUSTO                   PIC 9(5)V99.
               10 TEX-EMPRESTIMOS             PIC 9(5).
               10 TEX-RECEITA                 PIC 9(7)V99.
               10 TEX-ULTIMO                  PIC 9(8).
               10 TEX-PARADO                  PIC X.
               10 TEX-DESGASTADO              PIC X.
               10 TEX-EXCEDENTE               PIC X.
               10 TEX-SITUACAO                PIC X.
       01 TABELA-TITULOS-EXPURGO.
           05 TABELA-TITULOS-EXPURGO-ITEM OCCURS 500 TIMES.
               10 TTI-LIVRO-COD               PIC 9(5).
               10 TTI-ESPERA                  PIC 9(3).
               10 TTI-EXEMPLARES              PIC 9(3).
               10 TTI-RECENTES                PIC 9(5).
               10 TTI-JUSTIFICADOS            PIC 9(3).
      ******************************************************************
       77 RETENCAO-ANOS                       PIC 99     VALUE 5.
       77 NUM-CANDIDATOS-RETENCAO             PIC 9(3)   VALUE 0.
           05 TABELA-RETENCAO-ITEM OCCURS 200 TIMES.
               10 TR-CLIENTE-COD              PIC 9(5).
               10 TR-ULTIMO-ANO               PIC 9999.
      ******************************************************************
       77 POLO-ATUAL                          PIC 9(3)   VALUE 1.
       77 POLO-SEDE                           PIC 9(3)   VALUE 1.
       77 POLO-LISTAGEM                       PIC 9(3)   VALUE 0.
       77 POLO-DESTINO-DEVOLUCAO              PIC 9(3)   VALUE 0.
       77 POLO-VALIDO                         PIC X      VALUE "N".
       77 NUM-EXEMPLARES-OUTRO-POLO           PIC 9(3)   VALUE 0.
       77 PROXIMA-TRANSFERENCIA-COD           PIC 9(5)   VALUE 0.
       77 MOTIVO-TRANSFERENCIA                PIC X      VALUE SPACE.
       77 TRANSFERENCIA-CRIADA                PIC X      VALUE "N".
       77 TRANSFERENCIA-ABERTA                PIC X      VALUE "N".
       77 NUM-TRANSITO                        PIC 9(5)   VALUE 0.
       77 SITUACAO-TRANSITO                   PIC X(10)  VALUE SPACES.
       77 TOTAL-POLO-CAIXA                    PIC 9(7)V99 VALUE 0.
       77 ESTORNOS-POLO-CAIXA                 PIC 9(7)V99 VALUE 0.
       77 NUM-TABELA-POLOS                    PIC 9(3)   VALUE 0.
       77 SUB-POLO                            PIC 9(3)   VALUE 0.
       77 POLO-ALUGUER                        PIC 9(3)   VALUE 0.
       01 TABELA-POLOS.
           05 TABELA-POLOS-ITEM OCCURS 50 TIMES.
               10 TPOLO-COD                   PIC 9(3).
               10 TPOLO-ALUGUERES             PIC 9(5).
               10 TPOLO-VALOR                 PIC 9(7)V99.
      ******************************************************************
       77 TIPO-NUMERADOR                      PIC X(10)  VALUE SPACES.
       77 NUMERADOR-NOVO                      PIC X      VALUE "N".
       77 NUMERADOR-ATRIBUIDO                 PIC 9(7)   VALUE 0.
       77 MOVIMENTO-GRAVADO                   PIC X      VALUE "N".
       77 TENTATIVAS-MOVIMENTO                PIC 9      VALUE 0.
       77 NUMERO-APURADO                      PIC 9(7)   VALUE 0.
       77 CHAVE-MAXIMA                        PIC 9(7)   VALUE 0.
       77 PROXIMA-ESPERA-COD                  PIC 9(5)   VALUE 0.
       77 ESPERA-REGISTO-TEMP                 PIC X(28)  VALUE SPACES.
      ******************************************************************
       77 PROXIMO-INTERBIB-COD                PIC 9(5)   VALUE 0.
       77 MARGEM-INTERBIB-DIAS                PIC 9(3)   VALUE 003.
       77 JULIANO-LIMITE-IB                   PIC 9(8)   VALUE 0.
       77 DATA-INTERBIB                       PIC 9(8)   VALUE 0.
       77 SITUACAO-INTERBIB                   PIC X(12)  VALUE SPACES.
       77 PRAZO-INTERBIB-VALIDO               PIC X      VALUE "N".
       77 ALTERAR-PRAZO-IB                    PIC X      VALUE "N".
       77 PARCEIRO-VALIDO                     PIC X      VALUE "N".
       77 FIM-INTERBIB-CLIENTE                PIC X      VALUE "N".
       77 NUM-ATRASOS-IB                      PIC 9(5)   VALUE 0.
       77 DIAS-ATRASO-IB                      PIC 9(5)   VALUE 0.
       77 INTERBIB-REGISTO-TEMP               PIC X(141) VALUE SPACES.
      ******************************************************************
       77 PRAZO-EFETIVO-DIAS                  PIC 999    VALUE 0.
       77 LIMITE-ALUGUERES-EFETIVO            PIC 9(3)   VALUE 0.
       77 DESCONTO-EFETIVO                    PIC 9(3)   VALUE 0.
       77 TAXA-MULTA-EFETIVA                  PIC 9(3)V99 VALUE 0.
       77 QUOTA-EFETIVA-EUR                   PIC 9(5)V99 VALUE 0.
       77 CATEGORIA-VALIDA                    PIC X      VALUE "N".
       77 CATEGORIA-RECEITA                   PIC 99     VALUE 0.
       77 NUM-TABELA-CATEGORIAS-REC           PIC 9(3)   VALUE 0.
       77 SUB-CATEGORIA-REC                   PIC 9(3)   VALUE 0.
       01 TABELA-CATEGORIAS-REC.
           05 TABELA-CATEGORIAS-REC-ITEM OCCURS 100 TIMES.
               10 TCAT-CATEGORIA-COD          PIC 99.
               10 TCAT-ALUGUERES              PIC 9(7)V99.
               10 TCAT-QUOTAS                 PIC 9(7)V99.
      ******************************************************************
       PROCEDURE DIVISION.
       INICIO.
           OPEN I-O FIC-FORNECEDORES.
           OPEN I-O FIC-ENCOMENDAS.
           OPEN I-O FIC-ENCLINHAS.
           OPEN I-O FIC-CALENDARIO.
           OPEN I-O FIC-POLOS.
           OPEN I-O FIC-TRANSFERENCIAS.
           OPEN I-O FIC-NUMERADOR.
           OPEN I-O FIC-PARCEIROS.
           OPEN I-O FIC-INTERBIB.
           OPEN I-O FIC-CATEGORIAS.

      ****** CARREGAR PARAMETROS DE FUNCIONAMENTO **********************
           PERFORM LER-PARAMETROS.
           IF (MODO-BATCH-ATIVO = "S") THEN
               MOVE 0 TO OPERADOR-ATUAL
               MOVE 2 TO NIVEL-ATUAL
               MOVE POLO-SEDE TO POLO-ATUAL
               PERFORM MODO-BATCH
           ELSE
               PERFORM ECRA-LOGIN
           CLOSE FIC-FORNECEDORES.
           CLOSE FIC-ENCOMENDAS.
           CLOSE FIC-ENCLINHAS.
           CLOSE FIC-CALENDARIO.
           CLOSE FIC-POLOS.
           CLOSE FIC-TRANSFERENCIAS.
           CLOSE FIC-NUMERADOR.
           CLOSE FIC-PARCEIROS.
           CLOSE FIC-INTERBIB.
           CLOSE FIC-CATEGORIAS.

           STOP RUN.
      ****** EXECUCAO EM LOTE (PARAMETRO "BATCH" [PASSO,PASSO,...]) ****
           PERFORM EXECUTAR-PASSO-BATCH.
           MOVE "EXPORT" TO PASSO-ATUAL.
           PERFORM EXECUTAR-PASSO-BATCH.
           MOVE "CONTABIL" TO PASSO-ATUAL.
           PERFORM EXECUTAR-PASSO-BATCH.
           MOVE "MULTAS" TO PASSO-ATUAL.
           PERFORM EXECUTAR-PASSO-BATCH.
           MOVE "AVISOS" TO PASSO-ATUAL.
               WHEN "EXPORT"
                   PERFORM EXPORTAR-TUDO-DADOS
                   MOVE NUM-EXPORTADOS TO CONTAGEM-PASSO
               WHEN "CONTABIL"
                   PERFORM EXPORTAR-CONTABIL-DADOS
                   DISPLAY "Lote contabilistico: " LOTE-CONTABIL
                   DISPLAY "Movimentos exportados: " NUM-CONTABIL
                   MOVE NUM-CONTABIL TO CONTAGEM-PASSO
               WHEN "MULTAS"
                   PERFORM MULTAS-LISTAGEM-BATCH
                   MOVE NUM-MULTAS-LISTADAS TO CONTAGEM-PASSO
                   INTO PASSO-PEDIDO(1) PASSO-PEDIDO(2)
                   PASSO-PEDIDO(3) PASSO-PEDIDO(4) PASSO-PEDIDO(5)
                   PASSO-PEDIDO(6) PASSO-PEDIDO(7) PASSO-PEDIDO(8)
                   PASSO-PEDIDO(9)
               PERFORM VARYING SUB-PASSO FROM 1 BY 1
               UNTIL SUB-PASSO > 9
                   IF PASSO-PEDIDO(SUB-PASSO) NOT = SPACES THEN
                       PERFORM VALIDAR-UM-PASSO
                   END-IF
           EVALUATE FUNCTION TRIM(PASSO-PEDIDO(SUB-PASSO))
               WHEN "IMPORT"
               WHEN "EXPORT"
               WHEN "CONTABIL"
               WHEN "MULTAS"
               WHEN "AVISOS"
               WHEN "QUOTAS"
                   INTO PASSO-PEDIDO(1) PASSO-PEDIDO(2)
                   PASSO-PEDIDO(3) PASSO-PEDIDO(4) PASSO-PEDIDO(5)
                   PASSO-PEDIDO(6) PASSO-PEDIDO(7) PASSO-PEDIDO(8)
                   PASSO-PEDIDO(9)
               PERFORM VARYING SUB-PASSO FROM 1 BY 1
               UNTIL SUB-PASSO > 9
                   IF PASSO-PEDIDO(SUB-PASSO) NOT = SPACES AND
                   FUNCTION TRIM(PASSO-PEDIDO(SUB-PASSO)) =
                   FUNCTION TRIM(PASSO-ATUAL) THEN
      ****** LOGIN DE OPERADOR *****************************************
       ECRA-LOGIN.
           MOVE "N" TO LOGIN-OK.
           PERFORM CRIAR-POLO-OMISSAO.
           PERFORM CRIAR-OPERADOR-OMISSAO.
           MOVE 0 TO TENTATIVAS.

                   MOVE "S" TO LOGIN-OK
                   MOVE OPERADOR-COD TO OPERADOR-ATUAL
                   MOVE OPERADOR-NIVEL TO NIVEL-ATUAL
                   PERFORM DEFINIR-POLO-ATUAL
                   MOVE "OPERADOR" TO AUDITORIA-FICHEIRO
                   MOVE "LOGIN" TO AUDITORIA-OPERACAO
                   MOVE OPERADOR-COD TO AUDITORIA-CHAVE
                   MOVE "ADMINISTRADOR" TO OPERADOR-NOME
                   MOVE "ADMIN" TO OPERADOR-SENHA
                   MOVE 2 TO OPERADOR-NIVEL
                   MOVE POLO-SEDE TO OPERADOR-POLO
                   WRITE REGISTO-OPERADORES
                       INVALID KEY
                           CONTINUE
               NOT INVALID KEY
                   CONTINUE
           END-START.
      ******************************************************************
       CRIAR-POLO-OMISSAO.
           MOVE 0 TO POLO-COD.
           START FIC-POLOS KEY > POLO-COD
               INVALID KEY
                   MOVE POLO-SEDE TO POLO-COD
                   MOVE "SEDE" TO POLO-NOME
                   MOVE SPACES TO POLO-MORADA
                   WRITE REGISTO-POLOS
                       INVALID KEY
                           CONTINUE
                   END-WRITE
               NOT INVALID KEY
                   CONTINUE
           END-START.
      ******************************************************************
       DEFINIR-POLO-ATUAL.
           IF OPERADOR-POLO IS NUMERIC AND OPERADOR-POLO > 0 THEN
               MOVE OPERADOR-POLO TO POLO-ATUAL
           ELSE
               MOVE POLO-SEDE TO POLO-ATUAL
           END-IF.
      ******************************************************************
       ACESSO-NEGADO.
           PERFORM BASE.
           DISPLAY "VilaBiblio." FOREGROUND-COLOR 3 HIGHLIGHT AT 0203.
           DISPLAY "Data:" FOREGROUND-COLOR 3 HIGHLIGHT AT 0290.
           DISPLAY DATA-FORMATADA HIGHLIGHT AT 0296.
           IF (LOGIN-OK = "S") THEN
               DISPLAY "Polo:" FOREGROUND-COLOR 3 HIGHLIGHT AT 0278
               DISPLAY POLO-ATUAL HIGHLIGHT AT 0284
           END-IF.
      ******************************************************************
       MENU-INICIAL.
           PERFORM UNTIL SAIR = "S"

                   ACCEPT EMAIL AT 1410 HIGHLIGHT

                   MOVE 0 TO CLIENTE-CATEGORIA
                   PERFORM ACEITAR-CATEGORIA-CLIENTE

                   COMPUTE ANO-VALIDADE = ANO-ADMISSAO + 1
                   MOVE MES-ADMISSAO TO MES-VALIDADE
                   MOVE DIA-ADMISSAO TO DIA-VALIDADE
                   WRITE REGISTO-CLIENTES
                       INVALID KEY
                           DISPLAY "Erro ao criar cliente!"
                           FOREGROUND-COLOR 4 HIGHLIGHT AT 2003
                       NOT INVALID KEY
                           DISPLAY "Cliente criado com sucesso!"
                           HIGHLIGHT AT 2003
                           MOVE "CLIENTES" TO AUDITORIA-FICHEIRO
                           MOVE "WRITE" TO AUDITORIA-OPERACAO
                           MOVE CLIENTE-COD TO AUDITORIA-CHAVE
                       DISPLAY "Quota caducada!"
                       FOREGROUND-COLOR 4 HIGHLIGHT AT 1633
                   END-IF
                   DISPLAY "Categoria:"
                   AT 1803 FOREGROUND-COLOR 3 HIGHLIGHT
                   DISPLAY CLIENTE-CATEGORIA HIGHLIGHT AT 1814
                   PERFORM DESCREVER-CATEGORIA-CLIENTE
                   DISPLAY CATEGORIA-DESCRICAO HIGHLIGHT AT 1818
               END-IF
           END-IF.


               ACCEPT EMAIL AT 1410 HIGHLIGHT

               PERFORM ACEITAR-CATEGORIA-CLIENTE

               REWRITE REGISTO-CLIENTES
                   INVALID KEY
                       DISPLAY "Erro ao alterar cliente!"
                           FOREGROUND-COLOR 4 HIGHLIGHT AT 1803
                       NOT INVALID KEY
                           DISPLAY "Cliente alterado com sucesso!"
                           HIGHLIGHT AT 1803
                           MOVE "CLIENTES" TO AUDITORIA-FICHEIRO
                           MOVE "REWRITE" TO AUDITORIA-OPERACAO
                           MOVE CLIENTE-COD TO AUDITORIA-CHAVE
      ******************************************************************
       VERIFICAR-REF-CLIENTE.
           MOVE "N" TO REFERENCIADO.
           MOVE CLIENTE-COD TO ALUGUER-CLIENTE-COD.
           START FIC-ALUGUERES KEY = ALUGUER-CLIENTE-COD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "S" TO REFERENCIADO
           END-START.

           IF (REFERENCIADO = "N") THEN
           IF (REFERENCIADO = "N") THEN
               PERFORM VERIFICAR-HISTORICO-CLIENTE-REF
           END-IF.

           IF (REFERENCIADO = "N") THEN
               MOVE CLIENTE-COD TO IB-CLIENTE-COD
               START FIC-INTERBIB KEY = IB-CLIENTE-COD
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "S" TO REFERENCIADO
               END-START
           END-IF.
      ******************************************************************
       VERIFICAR-HISTORICO-CLIENTE-REF.
           MOVE "N" TO FIM-HISTORICO-CLIENTE.
               PERFORM CONTA-NOVA-LINHA
               PERFORM CONTA-LISTAR-ESPERA

               DISPLAY "Pedidos Interbibliotecas:"
               FOREGROUND-COLOR 3 HIGHLIGHT LINE LINHA COL 3
               PERFORM CONTA-NOVA-LINHA
               PERFORM CONTA-LISTAR-INTERBIB

               DISPLAY "Multas:"
               FOREGROUND-COLOR 3 HIGHLIGHT LINE LINHA COL 3
               PERFORM CONTA-NOVA-LINHA
               DISPLAY "Em Atraso!"
               FOREGROUND-COLOR 4 HIGHLIGHT LINE LINHA COL 69
           END-IF.
           DISPLAY "Ren:"
           FOREGROUND-COLOR 3 HIGHLIGHT LINE LINHA COL 81.
           DISPLAY ALUGUER-RENOVACOES HIGHLIGHT LINE LINHA COL 86.
           PERFORM CONTA-NOVA-LINHA.
      ******************************************************************
       CONTA-LISTAR-ESPERA.
           FOREGROUND-COLOR 3 HIGHLIGHT LINE LINHA COL 51.
           DISPLAY DATA-ESPERA HIGHLIGHT LINE LINHA COL 57.
           PERFORM CONTA-NOVA-LINHA.
      ******************************************************************
       CONTA-LISTAR-INTERBIB.
           MOVE "N" TO ENCONTRADO.
           MOVE "N" TO FIM-INTERBIB-CLIENTE.
           MOVE CLIENTE-COD TO IB-CLIENTE-COD.
           START FIC-INTERBIB KEY >= IB-CLIENTE-COD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF FS <> "05" AND FS <> "23" THEN
                       PERFORM UNTIL FS = "10"
                       OR FIM-INTERBIB-CLIENTE = "S"
                           READ FIC-INTERBIB NEXT RECORD
                               NOT AT END
                                   IF IB-CLIENTE-COD > CLIENTE-COD
                                   THEN
                                       MOVE "S" TO FIM-INTERBIB-CLIENTE
                                   ELSE
                                       IF IB-ESTADO = "P" OR
                                       IB-ESTADO = "R" OR
                                       IB-ESTADO = "L" THEN
                                           MOVE "S" TO ENCONTRADO
                                           PERFORM CONTA-LINHA-INTERBIB
                                       END-IF
                                   END-IF
                           END-READ
                       END-PERFORM
                   END-IF
           END-START.

           IF (ENCONTRADO = "N") THEN
               DISPLAY "(nenhum)" HIGHLIGHT LINE LINHA COL 5
               PERFORM CONTA-NOVA-LINHA
           END-IF.
      ******************************************************************
       CONTA-LINHA-INTERBIB.
           DISPLAY IB-COD HIGHLIGHT LINE LINHA COL 5.
           DISPLAY IB-PARCEIRO-COD HIGHLIGHT LINE LINHA COL 12.
           DISPLAY IB-TITULO HIGHLIGHT LINE LINHA COL 19.
           IF IB-ESTADO = "L" THEN
               DISPLAY "Prev:"
               FOREGROUND-COLOR 3 HIGHLIGHT LINE LINHA COL 51
               MOVE IB-DATA-PREVISTA TO DATA-INTERBIB
               PERFORM INTERBIB-FORMATAR-DATA
               DISPLAY DATA-CALENDARIO-FORMATADA
               HIGHLIGHT LINE LINHA COL 57
               IF IB-DATA-PREVISTA < DATA-SISTEMA THEN
                   DISPLAY "Em Atraso!"
                   FOREGROUND-COLOR 4 HIGHLIGHT LINE LINHA COL 69
               END-IF
           ELSE
               DISPLAY "Est.:"
               FOREGROUND-COLOR 3 HIGHLIGHT LINE LINHA COL 51
               PERFORM INTERBIB-DESCREVER-ESTADO
               DISPLAY SITUACAO-INTERBIB HIGHLIGHT LINE LINHA COL 57
           END-IF.
           PERFORM CONTA-NOVA-LINHA.
      ******************************************************************
       CONTA-LISTAR-MULTAS.
           MOVE "N" TO ENCONTRADO.
           DISPLAY "Ate:"
           FOREGROUND-COLOR 3 HIGHLIGHT LINE LINHA COL 68.
           DISPLAY HIST-DATA-ENTREGA HIGHLIGHT LINE LINHA COL 73.
           DISPLAY "Ren:"
           FOREGROUND-COLOR 3 HIGHLIGHT LINE LINHA COL 85.
           DISPLAY HIST-RENOVACOES HIGHLIGHT LINE LINHA COL 90.
           PERFORM CONTA-NOVA-LINHA.
      ******************************************************************
       GERAR-AVISOS-DADOS.
               MOVE FUNCTION CONCATENATE(
               "  C.Al: " ALUGUER-COD " | Titulo: "
               FUNCTION TRIM(TITULO) " | Prevista: " DATA-PREVISTA
               " | Renovacoes: " ALUGUER-RENOVACOES
               " | Dias Atraso: " DIAS-ATRASO " | Multa Eur: "
               VALOR-FORMATADO) TO LINHA-EXTRATO
           ELSE
               MOVE FUNCTION CONCATENATE(
               "  C.Al: " ALUGUER-COD " | Titulo: "
               FUNCTION TRIM(TITULO) " | Prevista: " DATA-PREVISTA
               " | Renovacoes: " ALUGUER-RENOVACOES)
               TO LINHA-EXTRATO
           END-IF.
           WRITE REGISTO-EXTRATO.
                   FOREGROUND-COLOR 4 HIGHLIGHT AT 1031
               END-IF

               PERFORM OBTER-CATEGORIA-CLIENTE
               DISPLAY "Quota Anual (Eur):"
               AT 1203 FOREGROUND-COLOR 3 HIGHLIGHT
               MOVE QUOTA-EFETIVA-EUR TO VALOR-TRABALHO
               PERFORM FORMATAR-VALOR
               DISPLAY VALOR-FORMATADO HIGHLIGHT AT 1222

                       MOVE "Q" TO MOVIMENTO-TIPO
                       MOVE CLIENTE-COD TO MOVIMENTO-REF-COD
                       MOVE CLIENTE-COD TO MOVIMENTO-CLIENTE-COD
                       MOVE QUOTA-EFETIVA-EUR TO MOVIMENTO-VALOR
                       MOVE MEIO-PAGAMENTO TO MOVIMENTO-MEIO
                       PERFORM REGISTAR-MOVIMENTO
                       DISPLAY "Quota renovada ate:"
                       HIGHLIGHT AT 1803
                       DISPLAY DATA-VALIDADE HIGHLIGHT AT 1823
                       IF (MOVIMENTO-GRAVADO = "S") THEN
                           DISPLAY "Recibo N:"
                           FOREGROUND-COLOR 3 HIGHLIGHT AT 1837
                           DISPLAY MOVIMENTO-COD HIGHLIGHT AT 1847
                       ELSE
                           DISPLAY "Erro ao registar recibo!"
                           FOREGROUND-COLOR 4 HIGHLIGHT AT 1837
                       END-IF
                       MOVE "CLIENTES" TO AUDITORIA-FICHEIRO
                       MOVE "REWRITE" TO AUDITORIA-OPERACAO
                       MOVE CLIENTE-COD TO AUDITORIA-CHAVE
               DISPLAY "Exemplares -------- 6" HIGHLIGHT AT 1244
               DISPLAY "Fornecedores ------ 7" HIGHLIGHT AT 1344
               DISPLAY "Encomendas -------- 8" HIGHLIGHT AT 1444
               DISPLAY "Interbibliotecas -- 0" HIGHLIGHT AT 1544
               DISPLAY "Menu Inicial ------ 9" HIGHLIGHT AT 1644
               DISPLAY "[ ]"                   HIGHLIGHT AT 1853
               MOVE "S" TO REPETIR-MENU
                       WHEN 6 PERFORM MENU-EXEMPLARES
                       WHEN 7 PERFORM MENU-FORNECEDORES
                       WHEN 8 PERFORM MENU-ENCOMENDAS
                       WHEN 0 PERFORM MENU-INTERBIB
                       WHEN 9
                           MOVE "S" TO SAIR
                           MOVE "N" TO REPETIR-MENU
                   DISPLAY "Inventario -------- 5" HIGHLIGHT AT 1144
               END-IF
               DISPLAY "Retirados --------- 6" HIGHLIGHT AT 1244
               DISPLAY "Transferencias ---- 7" HIGHLIGHT AT 1344
               DISPLAY "Expurgo ----------- 8" HIGHLIGHT AT 1444
               DISPLAY "Menu Livros ------- 9" HIGHLIGHT AT 1544
               DISPLAY "[ ]"                   HIGHLIGHT AT 1653
               MOVE "S" TO REPETIR-MENU
               PERFORM UNTIL REPETIR-MENU = "N"
                               PERFORM ACESSO-NEGADO
                           END-IF
                       WHEN 6 PERFORM EXEMPLARES-RETIRADOS
                       WHEN 7 PERFORM MENU-TRANSFERENCIAS
                       WHEN 8 PERFORM EXEMPLARES-EXPURGO
                       WHEN 9
                           MOVE "S" TO SAIR
                           MOVE "N" TO REPETIR-MENU
               MOVE 0 TO EXEMPLAR-CUSTO
               MOVE 0 TO EXEMPLAR-FORNECEDOR
               MOVE 1 TO EXEMPLAR-CONSERVACAO
               MOVE POLO-ATUAL TO EXEMPLAR-POLO-ORIGEM
               MOVE POLO-ATUAL TO EXEMPLAR-POLO-ATUAL
               MOVE 0 TO EXEMPLAR-POLO-DESTINO

               WRITE REGISTO-EXEMPLARES
                   INVALID KEY
                       DISPLAY "Exemplar alugado! Registe primeiro" &
                       " a devolucao."
                       FOREGROUND-COLOR 4 HIGHLIGHT AT 1203
                   ELSE
                   IF (EXEMPLAR-ESTADO = "T") THEN
                       DISPLAY "Exemplar em transito! Registe" &
                       " primeiro a rececao."
                       FOREGROUND-COLOR 4 HIGHLIGHT AT 1203
                   ELSE
                       DISPLAY "Novo Estado (D/R/P/B):"
                       AT 1203 FOREGROUND-COLOR 3 HIGHLIGHT
                               PERFORM REGISTAR-AUDITORIA
                       END-REWRITE
                   END-IF
                   END-IF
               END-IF
           END-IF.

                   DISPLAY "Perdido   " HIGHLIGHT AT 1017
               WHEN "B"
                   DISPLAY "Abatido   " HIGHLIGHT AT 1017
               WHEN "T"
                   DISPLAY "Transito  " HIGHLIGHT AT 1017
               WHEN "E"
                   DISPLAY "Expurgado " HIGHLIGHT AT 1017
               WHEN OTHER
                   DISPLAY EXEMPLAR-ESTADO HIGHLIGHT AT 1017
           END-EVALUATE.
                               NOT AT END
                                   IF EXEMPLAR-ESTADO = "R" OR
                                   EXEMPLAR-ESTADO = "P" OR
                                   EXEMPLAR-ESTADO = "B" OR
                                   EXEMPLAR-ESTADO = "E" THEN
                                       PERFORM RETIRADOS-UMA-LINHA
                                   END-IF
                           END-READ
           END-READ.
           MOVE EXEMPLAR-CUSTO TO VALOR-TRABALHO.
           PERFORM FORMATAR-VALOR.
           EVALUATE EXEMPLAR-ESTADO
               WHEN "R"
                   MOVE "reparacao" TO MOTIVO-RETIRADO
               WHEN "P"
                   MOVE "perdido" TO MOTIVO-RETIRADO
               WHEN "B"
                   MOVE "abatido" TO MOTIVO-RETIRADO
               WHEN "E"
                   MOVE "expurgo" TO MOTIVO-RETIRADO
               WHEN OTHER
                   MOVE SPACES TO MOTIVO-RETIRADO
           END-EVALUATE.
           MOVE FUNCTION CONCATENATE(
           "EXEMPLAR " EXEMPLAR-LIVRO-COD "/" EXEMPLAR-NUM
           " | Titulo: " FUNCTION TRIM(TITULO) " | Estado: "
           EXEMPLAR-ESTADO " | Conservacao: " EXEMPLAR-CONSERVACAO
           " | Custo Eur: " VALOR-FORMATADO " | Motivo: "
           FUNCTION TRIM(MOTIVO-RETIRADO)) TO LINHA-RETIRADO.
           WRITE REGISTO-RETIRADOS.
           ADD 1 TO NUM-RETIRADOS.
      ****** EXPURGO DE EXEMPLARES *************************************
       EXEMPLARES-EXPURGO.
           PERFORM BASE.
           DISPLAY "Relatorio de Expurgo" HIGHLIGHT AT 0217.

           DISPLAY "Meses sem saidas:"
           AT 0403 FOREGROUND-COLOR 3 HIGHLIGHT.
           DISPLAY MESES-EXPURGO HIGHLIGHT AT 0421.
           ACCEPT MESES-EXPURGO AUTO HIGHLIGHT AT 0421.
           IF MESES-EXPURGO = 0 THEN
               MOVE 12 TO MESES-EXPURGO
           END-IF.
           DISPLAY MESES-EXPURGO HIGHLIGHT AT 0421.
           DISPLAY "A analisar a utilizacao dos exemplares..."
           HIGHLIGHT AT 0603.

           PERFORM EXPURGO-CALCULAR.
           PERFORM EXPURGO-RELATORIO.
           PERFORM EXPURGO-LISTAR.

           IF NUM-PROPOSTOS-EXPURGO > 0 AND NIVEL-ATUAL > 1 THEN
               PERFORM EXPURGO-SELECIONAR
           END-IF.

           MOVE "N" TO REPETIR-MENU.
      ******************************************************************
       EXPURGO-CALCULAR.
           MOVE 0 TO NUM-TABELA-EXPURGO.
           MOVE 0 TO NUM-TITULOS-EXPURGO.
           MOVE 0 TO NUM-PROPOSTOS-EXPURGO.

           COMPUTE MESES-CORTE =
               ANO-SISTEMA * 12 + MES-SISTEMA - 1 - MESES-EXPURGO.
           DIVIDE MESES-CORTE BY 12 GIVING ANO-TRABALHO
                                    REMAINDER MES-TRABALHO.
           ADD 1 TO MES-TRABALHO.
           COMPUTE JULIANO-CORTE-EXPURGO =
               FUNCTION INTEGER-OF-DATE(
               ANO-TRABALHO * 10000 + MES-TRABALHO * 100 + 1)
               + DIA-SISTEMA - 1.

           MOVE 0 TO EXEMPLAR-LIVRO-COD.
           MOVE 0 TO EXEMPLAR-NUM.
           START FIC-EXEMPLARES KEY > EXEMPLAR-CHAVE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF FS <> "05" AND FS <> "23" THEN
                       PERFORM UNTIL FS = "10"
                           READ FIC-EXEMPLARES NEXT RECORD
                               NOT AT END
                                   PERFORM EXPURGO-NOVO-EXEMPLAR
                           END-READ
                       END-PERFORM
                   END-IF
           END-START.

           MOVE 0 TO ESPERA-COD.
           START FIC-ESPERA KEY > ESPERA-COD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF FS <> "05" AND FS <> "23" THEN
                       PERFORM UNTIL FS = "10"
                           READ FIC-ESPERA NEXT RECORD
                               NOT AT END
                                   MOVE ESPERA-LIVRO-COD
                                   TO LIVRO-PROCURA
                                   PERFORM EXPURGO-PROCURAR-TITULO
                                   IF ENCONTRADO = "S" THEN
                                       ADD 1 TO TTI-ESPERA(SUB-TITULO)
                                   END-IF
                           END-READ
                       END-PERFORM
                   END-IF
           END-START.

           MOVE 0 TO ALUGUER-COD.
           START FIC-ALUGUERES KEY > ALUGUER-COD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF FS <> "05" AND FS <> "23" THEN
                       PERFORM UNTIL FS = "10"
                           READ FIC-ALUGUERES NEXT RECORD
                               NOT AT END
                                   COMPUTE JULIANO-EMPRESTIMO =
                                   FUNCTION INTEGER-OF-DATE(
                                   ANO-ALUGUER * 10000
                                   + MES-ALUGUER * 100 + DIA-ALUGUER)
                                   MOVE ALUGUER-LIVRO-COD
                                   TO LIVRO-PROCURA
                                   MOVE ALUGUER-EXEMPLAR-NUM
                                   TO EXEMPLAR-PROCURA
                                   MOVE 0 TO RECEITA-EMPRESTIMO
                                   IF SITUACAO = "D" THEN
                                       MOVE ALUGUER-VALOR
                                       TO RECEITA-EMPRESTIMO
                                   END-IF
                                   PERFORM EXPURGO-CONTAR-EMPRESTIMO
                           END-READ
                       END-PERFORM
                   END-IF
           END-START.

           MOVE 0 TO HIST-ALUGUER-COD.
           START FIC-HISTORICO KEY > HIST-ALUGUER-COD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF FS <> "05" AND FS <> "23" THEN
                       PERFORM UNTIL FS = "10"
                           READ FIC-HISTORICO NEXT RECORD
                               NOT AT END
                                   COMPUTE JULIANO-EMPRESTIMO =
                                   FUNCTION INTEGER-OF-DATE(
                                   HIST-ANO-ALUGUER * 10000
                                   + HIST-MES-ALUGUER * 100
                                   + HIST-DIA-ALUGUER)
                                   MOVE HIST-LIVRO-COD
                                   TO LIVRO-PROCURA
                                   MOVE HIST-EXEMPLAR-NUM
                                   TO EXEMPLAR-PROCURA
                                   MOVE HIST-VALOR
                                   TO RECEITA-EMPRESTIMO
                                   PERFORM EXPURGO-CONTAR-EMPRESTIMO
                           END-READ
                       END-PERFORM
                   END-IF
           END-START.

           PERFORM VARYING SUB-TITULO FROM 1 BY 1
           UNTIL SUB-TITULO > NUM-TITULOS-EXPURGO
               PERFORM EXPURGO-AVALIAR-TITULO
           END-PERFORM.

           PERFORM VARYING SUB-EXPURGO FROM 1 BY 1
           UNTIL SUB-EXPURGO > NUM-TABELA-EXPURGO
               PERFORM EXPURGO-AVALIAR-EXEMPLAR
           END-PERFORM.
      ******************************************************************
       EXPURGO-NOVO-EXEMPLAR.
           IF EXEMPLAR-ESTADO NOT = "P" AND
           EXEMPLAR-ESTADO NOT = "B" AND
           EXEMPLAR-ESTADO NOT = "E" THEN
               MOVE EXEMPLAR-LIVRO-COD TO LIVRO-PROCURA
               PERFORM EXPURGO-PROCURAR-TITULO
               IF ENCONTRADO = "N" AND NUM-TITULOS-EXPURGO < 500 THEN
                   ADD 1 TO NUM-TITULOS-EXPURGO
                   MOVE NUM-TITULOS-EXPURGO TO SUB-TITULO
                   MOVE EXEMPLAR-LIVRO-COD TO TTI-LIVRO-COD(SUB-TITULO)
                   MOVE 0 TO TTI-ESPERA(SUB-TITULO)
                   MOVE 0 TO TTI-EXEMPLARES(SUB-TITULO)
                   MOVE 0 TO TTI-RECENTES(SUB-TITULO)
                   MOVE 0 TO TTI-JUSTIFICADOS(SUB-TITULO)
                   MOVE "S" TO ENCONTRADO
               END-IF
               IF ENCONTRADO = "S" THEN
                   ADD 1 TO TTI-EXEMPLARES(SUB-TITULO)
                   IF (EXEMPLAR-ESTADO = "D" OR EXEMPLAR-ESTADO = "R")
                   AND NUM-TABELA-EXPURGO < 2000 THEN
                       PERFORM EXPURGO-GUARDAR-EXEMPLAR
                   END-IF
               END-IF
           END-IF.
      ******************************************************************
       EXPURGO-GUARDAR-EXEMPLAR.
           ADD 1 TO NUM-TABELA-EXPURGO.
           MOVE NUM-TABELA-EXPURGO TO SUB-EXPURGO.
           MOVE EXEMPLAR-LIVRO-COD TO TEX-LIVRO-COD(SUB-EXPURGO).
           MOVE EXEMPLAR-NUM TO TEX-EXEMPLAR-NUM(SUB-EXPURGO).
           MOVE SUB-TITULO TO TEX-TITULO(SUB-EXPURGO).
           MOVE EXEMPLAR-ESTADO TO TEX-ESTADO(SUB-EXPURGO).
           MOVE EXEMPLAR-CONSERVACAO TO TEX-CONSERVACAO(SUB-EXPURGO).
           MOVE EXEMPLAR-CUSTO TO TEX-CUSTO(SUB-EXPURGO).
           MOVE 0 TO TEX-EMPRESTIMOS(SUB-EXPURGO).
           MOVE 0 TO TEX-RECEITA(SUB-EXPURGO).
           MOVE 0 TO TEX-ULTIMO(SUB-EXPURGO).
           MOVE "N" TO TEX-PARADO(SUB-EXPURGO).
           MOVE "N" TO TEX-DESGASTADO(SUB-EXPURGO).
           MOVE "N" TO TEX-EXCEDENTE(SUB-EXPURGO).
           MOVE SPACE TO TEX-SITUACAO(SUB-EXPURGO).
      ******************************************************************
       EXPURGO-PROCURAR-TITULO.
           MOVE "N" TO ENCONTRADO.
           PERFORM VARYING SUB-TITULO FROM 1 BY 1
           UNTIL SUB-TITULO > NUM-TITULOS-EXPURGO
           OR ENCONTRADO = "S"
               IF TTI-LIVRO-COD(SUB-TITULO) = LIVRO-PROCURA THEN
                   MOVE "S" TO ENCONTRADO
               END-IF
           END-PERFORM.
           IF ENCONTRADO = "S" THEN
               SUBTRACT 1 FROM SUB-TITULO
           END-IF.
      ******************************************************************
       EXPURGO-PROCURAR-EXEMPLAR.
           MOVE "N" TO ENCONTRADO.
           PERFORM VARYING SUB-EXPURGO FROM 1 BY 1
           UNTIL SUB-EXPURGO > NUM-TABELA-EXPURGO
           OR ENCONTRADO = "S"
               IF TEX-LIVRO-COD(SUB-EXPURGO) = LIVRO-PROCURA AND
               TEX-EXEMPLAR-NUM(SUB-EXPURGO) = EXEMPLAR-PROCURA THEN
                   MOVE "S" TO ENCONTRADO
               END-IF
           END-PERFORM.
           IF ENCONTRADO = "S" THEN
               SUBTRACT 1 FROM SUB-EXPURGO
           END-IF.
      ******************************************************************
       EXPURGO-CONTAR-EMPRESTIMO.
           IF JULIANO-EMPRESTIMO >= JULIANO-CORTE-EXPURGO THEN
               PERFORM EXPURGO-PROCURAR-TITULO
               IF ENCONTRADO = "S" THEN
                   ADD 1 TO TTI-RECENTES(SUB-TITULO)
               END-IF
           END-IF.
           IF EXEMPLAR-PROCURA > 0 THEN
               PERFORM EXPURGO-PROCURAR-EXEMPLAR
               IF ENCONTRADO = "S" THEN
                   ADD 1 TO TEX-EMPRESTIMOS(SUB-EXPURGO)
                   ADD RECEITA-EMPRESTIMO TO TEX-RECEITA(SUB-EXPURGO)
                   IF JULIANO-EMPRESTIMO > TEX-ULTIMO(SUB-EXPURGO) THEN
                       MOVE JULIANO-EMPRESTIMO
                       TO TEX-ULTIMO(SUB-EXPURGO)
                   END-IF
               END-IF
           END-IF.
      ******************************************************************
       EXPURGO-AVALIAR-TITULO.
           COMPUTE TTI-JUSTIFICADOS(SUB-TITULO) =
               (TTI-RECENTES(SUB-TITULO) + EMPRESTIMOS-POR-EXEMPLAR - 1)
               / EMPRESTIMOS-POR-EXEMPLAR.
           IF TTI-JUSTIFICADOS(SUB-TITULO) = 0 THEN
               MOVE 1 TO TTI-JUSTIFICADOS(SUB-TITULO)
           END-IF.

           IF TTI-ESPERA(SUB-TITULO) = 0 AND
           TTI-EXEMPLARES(SUB-TITULO) > TTI-JUSTIFICADOS(SUB-TITULO)
           THEN
               COMPUTE EXCESSO-TITULO = TTI-EXEMPLARES(SUB-TITULO)
                   - TTI-JUSTIFICADOS(SUB-TITULO)
               PERFORM WITH TEST AFTER
               UNTIL EXCESSO-TITULO = 0 OR SUB-MENOS-USADO = 0
                   MOVE 0 TO SUB-MENOS-USADO
                   MOVE 0 TO MENOS-EMPRESTIMOS
                   PERFORM VARYING SUB-EXPURGO FROM 1 BY 1
                   UNTIL SUB-EXPURGO > NUM-TABELA-EXPURGO
                       IF TEX-TITULO(SUB-EXPURGO) = SUB-TITULO AND
                       TEX-EXCEDENTE(SUB-EXPURGO) = "N" AND
                       (SUB-MENOS-USADO = 0 OR
                       TEX-EMPRESTIMOS(SUB-EXPURGO) < MENOS-EMPRESTIMOS)
                       THEN
                           MOVE TEX-EMPRESTIMOS(SUB-EXPURGO)
                           TO MENOS-EMPRESTIMOS
                           MOVE SUB-EXPURGO TO SUB-MENOS-USADO
                       END-IF
                   END-PERFORM
                   IF SUB-MENOS-USADO > 0 THEN
                       MOVE "S" TO TEX-EXCEDENTE(SUB-MENOS-USADO)
                       SUBTRACT 1 FROM EXCESSO-TITULO
                   END-IF
               END-PERFORM
           END-IF.
      ******************************************************************
       EXPURGO-AVALIAR-EXEMPLAR.
           IF TEX-ULTIMO(SUB-EXPURGO) < JULIANO-CORTE-EXPURGO THEN
               MOVE "S" TO TEX-PARADO(SUB-EXPURGO)
           END-IF.
           IF TEX-CONSERVACAO(SUB-EXPURGO) >= CONSERVACAO-EXPURGO THEN
               MOVE "S" TO TEX-DESGASTADO(SUB-EXPURGO)
           END-IF.

           MOVE TEX-TITULO(SUB-EXPURGO) TO SUB-TITULO.
           IF TTI-ESPERA(SUB-TITULO) = 0 AND
           (TEX-PARADO(SUB-EXPURGO) = "S" OR
           TEX-DESGASTADO(SUB-EXPURGO) = "S" OR
           TEX-EXCEDENTE(SUB-EXPURGO) = "S") THEN
               MOVE "C" TO TEX-SITUACAO(SUB-EXPURGO)
               ADD 1 TO NUM-PROPOSTOS-EXPURGO
           END-IF.
      ******************************************************************
       EXPURGO-RELATORIO.
           MOVE 0 TO TOTAL-CUSTO-EXPURGO.
           OPEN OUTPUT FIC-EXPURGO.

           MOVE FUNCTION CONCATENATE(
           "Relatorio de Expurgo | Data: " DATA-FORMATADA
           " | Sem saidas ha " MESES-EXPURGO " meses"
           " | Conservacao " CONSERVACAO-EXPURGO " ou pior"
           " | Alugueres por exemplar: " EMPRESTIMOS-POR-EXEMPLAR)
           TO LINHA-EXPURGO.
           WRITE REGISTO-EXPURGO.

           PERFORM VARYING SUB-EXPURGO FROM 1 BY 1
           UNTIL SUB-EXPURGO > NUM-TABELA-EXPURGO
               IF TEX-SITUACAO(SUB-EXPURGO) = "C" THEN
                   ADD TEX-CUSTO(SUB-EXPURGO) TO TOTAL-CUSTO-EXPURGO
                   PERFORM EXPURGO-LER-DADOS
                   MOVE FUNCTION CONCATENATE(
                   "EXEMPLAR " TEX-LIVRO-COD(SUB-EXPURGO) "/"
                   TEX-EXEMPLAR-NUM(SUB-EXPURGO) " | Titulo: "
                   FUNCTION TRIM(TITULO) " | Estado: "
                   TEX-ESTADO(SUB-EXPURGO) " | Conservacao: "
                   TEX-CONSERVACAO(SUB-EXPURGO) " | Custo Eur: "
                   CUSTO-FORMATADO " | Alugueres: "
                   TEX-EMPRESTIMOS(SUB-EXPURGO)
                   " | Custo/Aluguer Eur: " VALOR-FORMATADO
                   " | Receita Eur: " TOTAL-FORMATADO
                   " | Ultimo: " ULTIMO-EMPRESTIMO
                   " | Sem saidas: " TEX-PARADO(SUB-EXPURGO)
                   " | Excedente: " TEX-EXCEDENTE(SUB-EXPURGO))
                   TO LINHA-EXPURGO
                   WRITE REGISTO-EXPURGO
               END-IF
           END-PERFORM.

           MOVE TOTAL-CUSTO-EXPURGO TO TOTAL-TRABALHO.
           PERFORM FORMATAR-TOTAL.
           MOVE FUNCTION CONCATENATE(
           "Exemplares propostos: " NUM-PROPOSTOS-EXPURGO
           " | Custo de aquisicao Eur: " TOTAL-FORMATADO)
           TO LINHA-EXPURGO.
           WRITE REGISTO-EXPURGO.
           CLOSE FIC-EXPURGO.
      ******************************************************************
       EXPURGO-LER-DADOS.
           MOVE TEX-LIVRO-COD(SUB-EXPURGO) TO LIVRO-COD.
           READ FIC-LIVROS
               INVALID KEY
                   MOVE SPACES TO TITULO
           END-READ.
           MOVE TEX-CUSTO(SUB-EXPURGO) TO VALOR-TRABALHO.
           PERFORM FORMATAR-VALOR.
           MOVE VALOR-FORMATADO TO CUSTO-FORMATADO.
           IF TEX-EMPRESTIMOS(SUB-EXPURGO) > 0 THEN
               COMPUTE VALOR-TRABALHO ROUNDED =
                   TEX-CUSTO(SUB-EXPURGO) / TEX-EMPRESTIMOS(SUB-EXPURGO)
               PERFORM FORMATAR-VALOR
           END-IF.
           MOVE TEX-RECEITA(SUB-EXPURGO) TO TOTAL-TRABALHO.
           PERFORM FORMATAR-TOTAL.
           IF TEX-ULTIMO(SUB-EXPURGO) = 0 THEN
               MOVE "Nunca" TO ULTIMO-EMPRESTIMO
           ELSE
               MOVE TEX-ULTIMO(SUB-EXPURGO) TO JULIANO-TESTE
               PERFORM FORMATAR-DATA-CALENDARIO
               MOVE DATA-CALENDARIO-FORMATADA TO ULTIMO-EMPRESTIMO
           END-IF.
      ******************************************************************
       EXPURGO-LISTAR.
           PERFORM BASE.
           DISPLAY "Relatorio de Expurgo" HIGHLIGHT AT 0217.

           IF NUM-PROPOSTOS-EXPURGO = 0 THEN
               DISPLAY "Nao ha exemplares a propor!" HIGHLIGHT AT 0603
           ELSE
               PERFORM EXPURGO-CABECALHO
               MOVE 6 TO LINHA
               PERFORM VARYING SUB-EXPURGO FROM 1 BY 1
               UNTIL SUB-EXPURGO > NUM-TABELA-EXPURGO
                   IF TEX-SITUACAO(SUB-EXPURGO) = "C" THEN
                       PERFORM EXPURGO-LINHA-ECRA
                   END-IF
               END-PERFORM
           END-IF.

           DISPLAY "Relatorio gravado em EXPURGO.TXT."
           HIGHLIGHT AT 2003.
           DISPLAY "Prima ENTER para continuar.         "
           HIGHLIGHT AT 0403.
           ACCEPT OMITTED AT 0430.
      ******************************************************************
       EXPURGO-CABECALHO.
           DISPLAY "Exemplar" FOREGROUND-COLOR 3 HIGHLIGHT AT 0503.
           DISPLAY "Titulo" FOREGROUND-COLOR 3 HIGHLIGHT AT 0513.
           DISPLAY "E" FOREGROUND-COLOR 3 HIGHLIGHT AT 0544.
           DISPLAY "Cs" FOREGROUND-COLOR 3 HIGHLIGHT AT 0546.
           DISPLAY "Custo" FOREGROUND-COLOR 3 HIGHLIGHT AT 0549.
           DISPLAY "Alug." FOREGROUND-COLOR 3 HIGHLIGHT AT 0558.
           DISPLAY "C/Alug." FOREGROUND-COLOR 3 HIGHLIGHT AT 0564.
           DISPLAY "Receita" FOREGROUND-COLOR 3 HIGHLIGHT AT 0573.
           DISPLAY "Ultimo" FOREGROUND-COLOR 3 HIGHLIGHT AT 0584.
           DISPLAY "Par" FOREGROUND-COLOR 3 HIGHLIGHT AT 0595.
           DISPLAY "Exc" FOREGROUND-COLOR 3 HIGHLIGHT AT 0599.
      ******************************************************************
       EXPURGO-LINHA-ECRA.
           PERFORM EXPURGO-LER-DADOS.
           DISPLAY TEX-LIVRO-COD(SUB-EXPURGO)
           HIGHLIGHT LINE LINHA COL 3.
           DISPLAY "/" HIGHLIGHT LINE LINHA COL 8.
           DISPLAY TEX-EXEMPLAR-NUM(SUB-EXPURGO)
           HIGHLIGHT LINE LINHA COL 9.
           DISPLAY TITULO HIGHLIGHT LINE LINHA COL 13.
           DISPLAY TEX-ESTADO(SUB-EXPURGO) HIGHLIGHT LINE LINHA COL 44.
           DISPLAY TEX-CONSERVACAO(SUB-EXPURGO)
           HIGHLIGHT LINE LINHA COL 47.
           DISPLAY CUSTO-FORMATADO HIGHLIGHT LINE LINHA COL 49.
           DISPLAY TEX-EMPRESTIMOS(SUB-EXPURGO)
           HIGHLIGHT LINE LINHA COL 58.
           DISPLAY VALOR-FORMATADO HIGHLIGHT LINE LINHA COL 64.
           DISPLAY TOTAL-FORMATADO HIGHLIGHT LINE LINHA COL 73.
           DISPLAY ULTIMO-EMPRESTIMO HIGHLIGHT LINE LINHA COL 84.
           DISPLAY TEX-PARADO(SUB-EXPURGO)
           HIGHLIGHT LINE LINHA COL 96.
           DISPLAY TEX-EXCEDENTE(SUB-EXPURGO)
           HIGHLIGHT LINE LINHA COL 100.
           ADD 1 TO LINHA.
           IF LINHA = 19 THEN
               DISPLAY "Prima ENTER para continuar..."
               HIGHLIGHT AT 2003
               ACCEPT OMITTED AT 2033
               PERFORM BASE
               DISPLAY "Relatorio de Expurgo" HIGHLIGHT AT 0217
               PERFORM EXPURGO-CABECALHO
               MOVE 6 TO LINHA
           END-IF.
      ******************************************************************
       EXPURGO-SELECIONAR.
           MOVE 0 TO NUM-EXPURGADOS.
           PERFORM BASE.
           DISPLAY "Relatorio de Expurgo" HIGHLIGHT AT 0217.
           DISPLAY "Retirar exemplares propostos? (S/N)"
           AT 0403 FOREGROUND-COLOR 3 HIGHLIGHT.
           MOVE "N" TO CONFIRMA-EXPURGO.
           ACCEPT CONFIRMA-EXPURGO AUTO HIGHLIGHT AT 0439.
           DISPLAY CONFIRMA-EXPURGO HIGHLIGHT AT 0439.

           IF CONFIRMA-EXPURGO = "S" THEN
               PERFORM WITH TEST AFTER UNTIL LIVRO-SELECIONADO = 0
                   PERFORM EXPURGO-SELECIONAR-EXEMPLAR
               END-PERFORM

               PERFORM BASE
               DISPLAY "Relatorio de Expurgo" HIGHLIGHT AT 0217
               DISPLAY "Exemplares retirados:"
               AT 0603 FOREGROUND-COLOR 3 HIGHLIGHT
               DISPLAY NUM-EXPURGADOS HIGHLIGHT AT 0625
               DISPLAY "Listados em RETIRADOS.TXT com motivo expurgo."
               HIGHLIGHT AT 0803
               DISPLAY "Prima ENTER para continuar.         "
               HIGHLIGHT AT 0403
               ACCEPT OMITTED AT 0430
           END-IF.
      ******************************************************************
       EXPURGO-SELECIONAR-EXEMPLAR.
           PERFORM BASE.
           DISPLAY "Relatorio de Expurgo - Selecao" HIGHLIGHT AT 0217.
           DISPLAY "Exemplares retirados:"
           AT 0403 FOREGROUND-COLOR 3 HIGHLIGHT.
           DISPLAY NUM-EXPURGADOS HIGHLIGHT AT 0425.

           DISPLAY "Codigo do Livro (Zero termina):"
           AT 0603 FOREGROUND-COLOR 3 HIGHLIGHT.
           MOVE 0 TO LIVRO-SELECIONADO.
           ACCEPT LIVRO-SELECIONADO AUTO HIGHLIGHT AT 0635.
           DISPLAY LIVRO-SELECIONADO HIGHLIGHT AT 0635.

           IF LIVRO-SELECIONADO > 0 THEN
               DISPLAY "Numero do Exemplar:"
               AT 0803 FOREGROUND-COLOR 3 HIGHLIGHT
               MOVE 0 TO EXEMPLAR-SELECIONADO
               ACCEPT EXEMPLAR-SELECIONADO AUTO HIGHLIGHT AT 0823
               DISPLAY EXEMPLAR-SELECIONADO HIGHLIGHT AT 0823

               MOVE LIVRO-SELECIONADO TO LIVRO-PROCURA
               MOVE EXEMPLAR-SELECIONADO TO EXEMPLAR-PROCURA
               PERFORM EXPURGO-PROCURAR-EXEMPLAR
               IF ENCONTRADO = "S" AND
               TEX-SITUACAO(SUB-EXPURGO) NOT = "C" THEN
                   MOVE "N" TO ENCONTRADO
               END-IF
               IF (ENCONTRADO = "N") THEN
                   DISPLAY "Exemplar nao consta das propostas!"
                   FOREGROUND-COLOR 4 HIGHLIGHT AT 0828
               ELSE
                   PERFORM EXPURGO-LER-DADOS
                   DISPLAY TITULO HIGHLIGHT AT 0828
                   DISPLAY "Confirma a retirada? (S/N)"
                   AT 1003 FOREGROUND-COLOR 3 HIGHLIGHT
                   MOVE "N" TO CONFIRMA-EXPURGO
                   ACCEPT CONFIRMA-EXPURGO AUTO HIGHLIGHT AT 1030
                   DISPLAY CONFIRMA-EXPURGO HIGHLIGHT AT 1030
                   IF CONFIRMA-EXPURGO = "S" THEN
                       PERFORM EXPURGO-RETIRAR-EXEMPLAR
                   END-IF
               END-IF
               DISPLAY "Prima ENTER para continuar."
               HIGHLIGHT AT 1403
               ACCEPT OMITTED AT 1431
           END-IF.
      ******************************************************************
       EXPURGO-RETIRAR-EXEMPLAR.
           MOVE TEX-LIVRO-COD(SUB-EXPURGO) TO EXEMPLAR-LIVRO-COD.
           MOVE TEX-EXEMPLAR-NUM(SUB-EXPURGO) TO EXEMPLAR-NUM.
           READ FIC-EXEMPLARES
               INVALID KEY
                   MOVE "N" TO EXISTE
               NOT INVALID KEY
                   MOVE "S" TO EXISTE
           END-READ.

           IF (EXISTE = "N") THEN
               DISPLAY "Exemplar nao existe!"
               FOREGROUND-COLOR 4 HIGHLIGHT AT 1203
           ELSE
           IF (EXEMPLAR-ESTADO = "A" OR EXEMPLAR-ESTADO = "T") THEN
               DISPLAY "Exemplar em circulacao! Nao pode ser retirado."
               FOREGROUND-COLOR 4 HIGHLIGHT AT 1203
           ELSE
               MOVE "E" TO EXEMPLAR-ESTADO
               REWRITE REGISTO-EXEMPLARES
                   INVALID KEY
                       DISPLAY "Erro ao alterar exemplar!"
                       FOREGROUND-COLOR 4 HIGHLIGHT AT 1203
                   NOT INVALID KEY
                       MOVE "M" TO TEX-SITUACAO(SUB-EXPURGO)
                       ADD 1 TO NUM-EXPURGADOS
                       DISPLAY "Exemplar retirado de circulacao."
                       HIGHLIGHT AT 1203
                       MOVE "EXEMPLARES" TO AUDITORIA-FICHEIRO
                       MOVE "REWRITE" TO AUDITORIA-OPERACAO
                       MOVE EXEMPLAR-LIVRO-COD TO AUDITORIA-CHAVE
                       PERFORM REGISTAR-AUDITORIA
                       OPEN EXTEND FIC-RETIRADOS
                       PERFORM RETIRADOS-UMA-LINHA
                       CLOSE FIC-RETIRADOS
               END-REWRITE
           END-IF
           END-IF.
      ****** INVENTARIO FISICO DE EXEMPLARES ***************************
       INVENTARIO-SESSAO.
           PERFORM BASE.
           DISPLAY "Inventario Fisico" HIGHLIGHT AT 0217.

           MOVE 0 TO NUM-INVENTARIADOS.

           DISPLAY "Contagem por Etiqueta (1) ou Livro/Exemplar (2):"
           AT 0403 FOREGROUND-COLOR 3 HIGHLIGHT.
           MOVE 0 TO MODO-PESQUISA.
           ACCEPT MODO-PESQUISA AUTO HIGHLIGHT AT 0453.

           DISPLAY "Contados:"
           AT 0603 FOREGROUND-COLOR 3 HIGHLIGHT.
           DISPLAY NUM-INVENTARIADOS HIGHLIGHT AT 0613.

           IF MODO-PESQUISA = 2 THEN
               PERFORM INVENTARIO-CONTAR-CHAVE
           ELSE
               PERFORM INVENTARIO-CONTAR-ETIQUETA
           END-IF.

           PERFORM INVENTARIO-RELATORIO.

           DISPLAY "Exemplares em falta na estante:"
           FOREGROUND-COLOR 3 HIGHLIGHT AT 1403.
           DISPLAY NUM-EM-FALTA HIGHLIGHT AT 1435.
           DISPLAY "Contados mas registados como alugados:"
           FOREGROUND-COLOR 3 HIGHLIGHT AT 1603.
           DISPLAY NUM-INESPERADOS HIGHLIGHT AT 1642.
           DISPLAY "Relatorio gravado em INVENTARIO.TXT."
           HIGHLIGHT AT 1803.

           MOVE "EXEMPLARES" TO AUDITORIA-FICHEIRO.
           MOVE "INVENTARIO" TO AUDITORIA-OPERACAO.
           MOVE NUM-EM-FALTA TO AUDITORIA-CHAVE.
           PERFORM REGISTAR-AUDITORIA.

           DISPLAY "Prima ENTER para tratar as faltas."
           HIGHLIGHT AT 2003.
           ACCEPT OMITTED AT 2038.

           PERFORM INVENTARIO-TRATAR-FALTAS.

           MOVE "N" TO REPETIR-MENU.
      ******************************************************************
       INVENTARIO-CONTAR-ETIQUETA.
           MOVE "N" TO FIM-SESSAO-INVENTARIO.

           DISPLAY "Etiqueta:"
           AT 0803 FOREGROUND-COLOR 3 HIGHLIGHT.
           DISPLAY "Zero termina a contagem."
           AT 1003 HIGHLIGHT.

           PERFORM UNTIL FIM-SESSAO-INVENTARIO = "S"
               MOVE 0 TO ETIQUETA-PESQUISA
               ACCEPT ETIQUETA-PESQUISA AUTO HIGHLIGHT AT 0813
               DISPLAY ETIQUETA-PESQUISA HIGHLIGHT AT 0813

               IF ETIQUETA-PESQUISA = 0 THEN
                   MOVE "S" TO FIM-SESSAO-INVENTARIO
               ELSE
                   MOVE ETIQUETA-PESQUISA TO EXEMPLAR-ETIQUETA
                   READ FIC-EXEMPLARES KEY EXEMPLAR-ETIQUETA
                       INVALID KEY
                           MOVE "N" TO EXISTE
                       NOT INVALID KEY
                           MOVE "S" TO EXISTE
                   END-READ
                   IF (EXISTE = "N") THEN
                       DISPLAY "Etiqueta nao encontrada!    "
                       FOREGROUND-COLOR 4 HIGHLIGHT AT 1203
                   ELSE
                       DISPLAY "                            " AT 1203
                       PERFORM INVENTARIO-MARCAR
                       DISPLAY NUM-INVENTARIADOS HIGHLIGHT AT 0613
                   END-IF
               END-IF
           END-PERFORM.
      ******************************************************************
       INVENTARIO-CONTAR-CHAVE.
           MOVE "N" TO FIM-SESSAO-INVENTARIO.

           DISPLAY "Codigo do Livro:"
           AT 0803 FOREGROUND-COLOR 3 HIGHLIGHT.
           DISPLAY "Numero do Exemplar:"
           AT 0833 FOREGROUND-COLOR 3 HIGHLIGHT.
           DISPLAY "Livro Zero termina a contagem."
           AT 1003 HIGHLIGHT.

           PERFORM UNTIL FIM-SESSAO-INVENTARIO = "S"
               MOVE 0 TO EXEMPLAR-LIVRO-COD
               FOREGROUND-COLOR 4 HIGHLIGHT AT 0426
           ELSE
               DISPLAY TITULO HIGHLIGHT AT 0430
               DISPLAY "Exemplar  Estado      Polo  Orig. Dest."
               FOREGROUND-COLOR 3 HIGHLIGHT AT 0603

               MOVE 7 TO LINHA
                                           HIGHLIGHT LINE LINHA COL 13
                                               WHEN "B"
                                           DISPLAY "Abatido   "
                                           HIGHLIGHT LINE LINHA COL 13
                                               WHEN "T"
                                           DISPLAY "Transito  "
                                           HIGHLIGHT LINE LINHA COL 13
                                               WHEN "E"
                                           DISPLAY "Expurgado "
                                           HIGHLIGHT LINE LINHA COL 13
                                               WHEN OTHER
                                           DISPLAY EXEMPLAR-ESTADO
                                           HIGHLIGHT LINE LINHA COL 13
                                           END-EVALUATE
                                           PERFORM
                                           NORMALIZAR-POLO-EXEMPLAR
                                           DISPLAY EXEMPLAR-POLO-ATUAL
                                           HIGHLIGHT LINE LINHA COL 25
                                           DISPLAY EXEMPLAR-POLO-ORIGEM
                                           HIGHLIGHT LINE LINHA COL 31
                                           IF EXEMPLAR-ESTADO = "T" THEN
                                               DISPLAY
                                               EXEMPLAR-POLO-DESTINO
                                           HIGHLIGHT LINE LINHA COL 37
                                           END-IF
                                           ADD 1 TO LINHA
                                           IF LINHA = 19 THEN
                                               MOVE 7 TO LINHA
           HIGHLIGHT AT 2003.
           ACCEPT OMITTED AT 2030.
           MOVE "N" TO REPETIR-MENU.
      ****** TRANSFERENCIAS ENTRE POLOS ********************************
       MENU-TRANSFERENCIAS.
           PERFORM UNTIL SAIR = "S"
               PERFORM BASE
               DISPLAY "Menu Transferencias" HIGHLIGHT AT 0217
               DISPLAY "  Transferencias   "
               FOREGROUND-COLOR 3 HIGHLIGHT AT 0545
               DISPLAY "o-----------------------o"
               FOREGROUND-COLOR 3 AT 0642
               DISPLAY "Pedir ------------- 1" HIGHLIGHT AT 0744
               DISPLAY "Enviar ------------ 2" HIGHLIGHT AT 0844
               DISPLAY "Receber ----------- 3" HIGHLIGHT AT 0944
               DISPLAY "Em Transito ------- 4" HIGHLIGHT AT 1044
               DISPLAY "Menu Exemplares --- 9" HIGHLIGHT AT 1244
               DISPLAY "[ ]"                   HIGHLIGHT AT 1453
               MOVE "S" TO REPETIR-MENU
               PERFORM UNTIL REPETIR-MENU = "N"
                   ACCEPT ESCOLHA AT 1454 AUTO
                   EVALUATE ESCOLHA
                       WHEN 1 PERFORM TRANSFERENCIAS-PEDIR
                       WHEN 2 PERFORM TRANSFERENCIAS-ENVIAR
                       WHEN 3 PERFORM TRANSFERENCIAS-RECEBER
                       WHEN 4 PERFORM TRANSFERENCIAS-TRANSITO
                       WHEN 9
                           MOVE "S" TO SAIR
                           MOVE "N" TO REPETIR-MENU
                       WHEN OTHER
                           DISPLAY "Escolha invalida!" AT 1646
                           FOREGROUND-COLOR 4 HIGHLIGHT
                           MOVE "S" TO REPETIR-MENU
                   END-EVALUATE
           MOVE "N" TO SAIR.
           MOVE "N" TO REPETIR-MENU.
      ******************************************************************
       TRANSFERENCIAS-PEDIR.
           PERFORM BASE.
           DISPLAY "Pedir Transferencia" HIGHLIGHT AT 0217.

           DISPLAY "Por favor preencha os seguintes campos:" AT 0403
           HIGHLIGHT.

           DISPLAY "Codigo do Livro:"
           AT 0603 FOREGROUND-COLOR 3 HIGHLIGHT.

           DISPLAY "Deixe em branco para retroceder."
           AT 0803 HIGHLIGHT.

           ACCEPT LIVRO-COD AUTO HIGHLIGHT AT 0620.
           DISPLAY LIVRO-COD HIGHLIGHT AT 0620.
           DISPLAY "                                " AT 0803.

           IF LIVRO-COD = SPACES THEN
               DISPLAY "00000" AT 0620 HIGHLIGHT
           ELSE
               DISPLAY "Numero do Exemplar:"
               AT 0803 FOREGROUND-COLOR 3 HIGHLIGHT
               MOVE LIVRO-COD TO EXEMPLAR-LIVRO-COD
               ACCEPT EXEMPLAR-NUM AUTO HIGHLIGHT AT 0823
               DISPLAY EXEMPLAR-NUM HIGHLIGHT AT 0823

               READ FIC-EXEMPLARES
                   INVALID KEY
                       MOVE "N" TO EXISTE
                   NOT INVALID KEY
                       MOVE "S" TO EXISTE
               END-READ

               IF (EXISTE = "N") THEN
                   DISPLAY "Exemplar nao existe!"
                   FOREGROUND-COLOR 4 HIGHLIGHT AT 0828
               ELSE
                   PERFORM NORMALIZAR-POLO-EXEMPLAR
                   DISPLAY "Estado atual:"
                   AT 1003 FOREGROUND-COLOR 3 HIGHLIGHT
                   PERFORM MOSTRAR-ESTADO-EXEMPLAR
                   DISPLAY "Polo:" AT 1030 FOREGROUND-COLOR 3 HIGHLIGHT
                   DISPLAY EXEMPLAR-POLO-ATUAL HIGHLIGHT AT 1036
                   PERFORM TRANSFERENCIA-PROCURAR-ABERTA

                   IF EXEMPLAR-ESTADO NOT = "D" THEN
                       DISPLAY "Exemplar indisponivel para" &
                       " transferencia!"
                       FOREGROUND-COLOR 4 HIGHLIGHT AT 1203
                   ELSE
                   IF EXEMPLAR-POLO-ATUAL = POLO-ATUAL THEN
                       DISPLAY "Exemplar ja se encontra neste polo!"
                       FOREGROUND-COLOR 4 HIGHLIGHT AT 1203
                   ELSE
                   IF (TRANSFERENCIA-ABERTA = "S") THEN
                       DISPLAY "Ja existe uma transferencia em curso:"
                       FOREGROUND-COLOR 4 HIGHLIGHT AT 1203
                       DISPLAY TRANSF-COD
                       FOREGROUND-COLOR 4 HIGHLIGHT AT 1241
                   ELSE
                       PERFORM OBTER-PROXIMA-TRANSFERENCIA
                       MOVE PROXIMA-TRANSFERENCIA-COD TO TRANSF-COD
                       MOVE EXEMPLAR-LIVRO-COD TO TRANSF-LIVRO-COD
                       MOVE EXEMPLAR-NUM TO TRANSF-EXEMPLAR-NUM
                       MOVE EXEMPLAR-POLO-ATUAL TO TRANSF-POLO-ORIGEM
                       MOVE POLO-ATUAL TO TRANSF-POLO-DESTINO
                       MOVE DATA-SISTEMA TO TRANSF-DATA-PEDIDO
                       MOVE 0 TO TRANSF-DATA-ENVIO
                       MOVE 0 TO TRANSF-DATA-RECECAO
                       MOVE "P" TO TRANSF-ESTADO
                       MOVE "P" TO TRANSF-MOTIVO
                       MOVE OPERADOR-ATUAL TO TRANSF-OPERADOR

                       WRITE REGISTO-TRANSFERENCIAS
                           INVALID KEY
                               DISPLAY "Erro ao pedir transferencia!"
                               FOREGROUND-COLOR 4 HIGHLIGHT AT 1203
                           NOT INVALID KEY
                               DISPLAY "Transferencia pedida com" &
                               " sucesso! C.Tr.:" HIGHLIGHT AT 1203
                               DISPLAY TRANSF-COD HIGHLIGHT AT 1244
                               MOVE "TRANSFEREN" TO AUDITORIA-FICHEIRO
                               MOVE "WRITE" TO AUDITORIA-OPERACAO
                               MOVE TRANSF-COD TO AUDITORIA-CHAVE
                               PERFORM REGISTAR-AUDITORIA
                       END-WRITE
                   END-IF
                   END-IF
                   END-IF
               END-IF
           END-IF.

           ACCEPT OMITTED AT 0430.
           MOVE "N" TO REPETIR-MENU.
      ******************************************************************
       TRANSFERENCIAS-ENVIAR.
           PERFORM BASE.
           DISPLAY "Enviar Transferencia" HIGHLIGHT AT 0217.

           DISPLAY "Por favor preencha o seguinte campo:" AT 0403
           HIGHLIGHT.

           DISPLAY "Codigo da Transferencia:"
           AT 0603 FOREGROUND-COLOR 3 HIGHLIGHT.

           DISPLAY "Deixe Zero para retroceder."
           AT 0803 HIGHLIGHT.

           MOVE 0 TO TRANSF-COD.
           ACCEPT TRANSF-COD AUTO HIGHLIGHT AT 0628.
           DISPLAY TRANSF-COD HIGHLIGHT AT 0628.
           DISPLAY "                            " AT 0803.

           READ FIC-TRANSFERENCIAS
               INVALID KEY
                   MOVE "N" TO EXISTE
               NOT INVALID KEY
           END-READ.

           IF (EXISTE = "N") THEN
               IF TRANSF-COD = 0 THEN
                   DISPLAY "00000" HIGHLIGHT AT 0628
               ELSE
                   DISPLAY "Transferencia nao existe!"
                   FOREGROUND-COLOR 4 HIGHLIGHT AT 0635
               END-IF
           ELSE
               PERFORM TRANSFERENCIA-MOSTRAR

               IF TRANSF-ESTADO NOT = "P" THEN
                   DISPLAY "Transferencia nao esta pendente!"
                   FOREGROUND-COLOR 4 HIGHLIGHT AT 1203
               ELSE
               IF TRANSF-POLO-ORIGEM NOT = POLO-ATUAL THEN
                   DISPLAY "Transferencia a enviar por outro polo!"
                   FOREGROUND-COLOR 4 HIGHLIGHT AT 1203
               ELSE
                   MOVE TRANSF-LIVRO-COD TO EXEMPLAR-LIVRO-COD
                   MOVE TRANSF-EXEMPLAR-NUM TO EXEMPLAR-NUM
                   READ FIC-EXEMPLARES
                       INVALID KEY
                           MOVE "N" TO EXISTE
                       NOT INVALID KEY
                           MOVE "S" TO EXISTE
                           PERFORM NORMALIZAR-POLO-EXEMPLAR
                   END-READ

                   IF (EXISTE = "N") OR EXEMPLAR-ESTADO NOT = "D" OR
                   EXEMPLAR-POLO-ATUAL NOT = POLO-ATUAL THEN
                       DISPLAY "Exemplar indisponivel para envio!"
                       FOREGROUND-COLOR 4 HIGHLIGHT AT 1203
                   ELSE
                       MOVE "T" TO EXEMPLAR-ESTADO
                       MOVE TRANSF-POLO-DESTINO
                       TO EXEMPLAR-POLO-DESTINO

                       REWRITE REGISTO-EXEMPLARES
                           INVALID KEY
                               DISPLAY "Erro ao enviar exemplar!"
                               FOREGROUND-COLOR 4 HIGHLIGHT AT 1203
                           NOT INVALID KEY
                               MOVE "E" TO TRANSF-ESTADO
                               MOVE DATA-SISTEMA TO TRANSF-DATA-ENVIO
                               REWRITE REGISTO-TRANSFERENCIAS
                                   INVALID KEY
                                       CONTINUE
                               END-REWRITE
                               DISPLAY "Exemplar enviado com sucesso!"
                               HIGHLIGHT AT 1203
                               MOVE "TRANSFEREN" TO AUDITORIA-FICHEIRO
                               MOVE "REWRITE" TO AUDITORIA-OPERACAO
                               MOVE TRANSF-COD TO AUDITORIA-CHAVE
                               PERFORM REGISTAR-AUDITORIA
                       END-REWRITE
                   END-IF
               END-IF
               END-IF
           END-IF.

           DISPLAY "Prima ENTER para continuar.            "
           HIGHLIGHT AT 0403.
           ACCEPT OMITTED AT 0430.
           MOVE "N" TO REPETIR-MENU.
      ******************************************************************
       TRANSFERENCIAS-RECEBER.
           PERFORM BASE.
           DISPLAY "Receber Transferencia" HIGHLIGHT AT 0217.

           DISPLAY "Por favor preencha os seguintes campos:" AT 0403
           HIGHLIGHT.

           DISPLAY "Codigo do Livro:"
           AT 0603 FOREGROUND-COLOR 3 HIGHLIGHT.

           DISPLAY "Deixe em branco para retroceder."
           AT 0803 HIGHLIGHT.

           ACCEPT LIVRO-COD AUTO HIGHLIGHT AT 0620.
           DISPLAY LIVRO-COD HIGHLIGHT AT 0620.
           DISPLAY "                                " AT 0803.

           IF LIVRO-COD = SPACES THEN
               DISPLAY "00000" AT 0620 HIGHLIGHT
           ELSE
               DISPLAY "Numero do Exemplar:"
               AT 0803 FOREGROUND-COLOR 3 HIGHLIGHT
               MOVE LIVRO-COD TO EXEMPLAR-LIVRO-COD
               ACCEPT EXEMPLAR-NUM AUTO HIGHLIGHT AT 0823
               DISPLAY EXEMPLAR-NUM HIGHLIGHT AT 0823

               READ FIC-EXEMPLARES
                   INVALID KEY
                       MOVE "N" TO EXISTE
                   NOT INVALID KEY
                       MOVE "S" TO EXISTE
               END-READ

               IF (EXISTE = "N") THEN
                   DISPLAY "Exemplar nao existe!"
                   FOREGROUND-COLOR 4 HIGHLIGHT AT 0828
               ELSE
                   PERFORM NORMALIZAR-POLO-EXEMPLAR
                   DISPLAY "Estado atual:"
                   AT 1003 FOREGROUND-COLOR 3 HIGHLIGHT
                   PERFORM MOSTRAR-ESTADO-EXEMPLAR

                   IF EXEMPLAR-ESTADO = "T" AND
                   EXEMPLAR-POLO-DESTINO = POLO-ATUAL THEN
                       MOVE 12 TO LINHA
                       PERFORM TRANSFERENCIA-RECEBER-EXEMPLAR
                   ELSE
                       DISPLAY "Exemplar nao esta em transito para" &
                       " este polo!"
                       FOREGROUND-COLOR 4 HIGHLIGHT AT 1203
                   END-IF
               END-IF
           END-IF.

           DISPLAY "Prima ENTER para continuar.            "
           ACCEPT OMITTED AT 0430.
           MOVE "N" TO REPETIR-MENU.
      ******************************************************************
       TRANSFERENCIA-RECEBER-EXEMPLAR.
           PERFORM TRANSFERENCIA-PROCURAR-ABERTA.
           MOVE "D" TO EXEMPLAR-ESTADO.
           MOVE POLO-ATUAL TO EXEMPLAR-POLO-ATUAL.
           MOVE 0 TO EXEMPLAR-POLO-DESTINO.

           REWRITE REGISTO-EXEMPLARES
               INVALID KEY
                   DISPLAY "Erro ao registar a rececao!"
                   FOREGROUND-COLOR 4 HIGHLIGHT LINE LINHA COL 3
               NOT INVALID KEY
                   DISPLAY "Exemplar recebido com sucesso!"
                   HIGHLIGHT LINE LINHA COL 3
                   IF (TRANSFERENCIA-ABERTA = "S") THEN
                       MOVE "R" TO TRANSF-ESTADO
                       MOVE DATA-SISTEMA TO TRANSF-DATA-RECECAO
                       REWRITE REGISTO-TRANSFERENCIAS
                           INVALID KEY
                               CONTINUE
                       END-REWRITE
                       MOVE "TRANSFEREN" TO AUDITORIA-FICHEIRO
                       MOVE "REWRITE" TO AUDITORIA-OPERACAO
                       MOVE TRANSF-COD TO AUDITORIA-CHAVE
                       PERFORM REGISTAR-AUDITORIA
                   END-IF
                   MOVE EXEMPLAR-LIVRO-COD TO ALUGUER-LIVRO-COD
                   PERFORM VERIFICAR-LISTA-ESPERA
                   IF (ESPERA-ENCONTRADA = "S") THEN
                       ADD 2 TO LINHA
                       DISPLAY "Livro reservado para o cliente:"
                       FOREGROUND-COLOR 3 HIGHLIGHT LINE LINHA COL 3
                       DISPLAY ESPERA-CLIENTE-COD
                       HIGHLIGHT LINE LINHA COL 35
                       DISPLAY NOME HIGHLIGHT LINE LINHA COL 41
                   END-IF
           END-REWRITE.
      ******************************************************************
       TRANSFERENCIAS-TRANSITO.
           PERFORM BASE.
           DISPLAY "Transferencias em Curso" HIGHLIGHT AT 0217.

           DISPLAY "Polo (Zero para o polo atual):"
           AT 0403 FOREGROUND-COLOR 3 HIGHLIGHT.

           MOVE 0 TO POLO-LISTAGEM.
           ACCEPT POLO-LISTAGEM AUTO HIGHLIGHT AT 0434.
           IF POLO-LISTAGEM = 0 THEN
               MOVE POLO-ATUAL TO POLO-LISTAGEM
           END-IF.
           DISPLAY POLO-LISTAGEM HIGHLIGHT AT 0434.

           DISPLAY "C.Tr."    FOREGROUND-COLOR 3 HIGHLIGHT AT 0603.
           DISPLAY "Livro"    FOREGROUND-COLOR 3 HIGHLIGHT AT 0611.
           DISPLAY "Ex."      FOREGROUND-COLOR 3 HIGHLIGHT AT 0618.
           DISPLAY "Orig."    FOREGROUND-COLOR 3 HIGHLIGHT AT 0623.
           DISPLAY "Dest."    FOREGROUND-COLOR 3 HIGHLIGHT AT 0630.
           DISPLAY "Data"     FOREGROUND-COLOR 3 HIGHLIGHT AT 0637.
           DISPLAY "Situacao" FOREGROUND-COLOR 3 HIGHLIGHT AT 0649.

           OPEN OUTPUT FIC-TRANSITO.
           MOVE FUNCTION CONCATENATE(
           "Transferencias em Curso | Data: " DATA-FORMATADA
           " | Polo: " POLO-LISTAGEM) TO LINHA-TRANSITO.
           WRITE REGISTO-TRANSITO.

           MOVE 7 TO LINHA.
           MOVE 0 TO NUM-TRANSITO.
           MOVE 0 TO TRANSF-COD.
           START FIC-TRANSFERENCIAS KEY > TRANSF-COD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF FS <> "05" AND FS <> "23" THEN
                       PERFORM UNTIL FS = "10"
                           READ FIC-TRANSFERENCIAS NEXT RECORD
                               NOT AT END
                                   PERFORM TRANSITO-LISTAR-LINHA
                           END-READ
                       END-PERFORM
                   END-IF
           END-START.

           MOVE FUNCTION CONCATENATE(
           "Total de transferencias em curso: " NUM-TRANSITO)
           TO LINHA-TRANSITO.
           WRITE REGISTO-TRANSITO.
           CLOSE FIC-TRANSITO.

           IF NUM-TRANSITO = 0 THEN
               DISPLAY "Nao ha transferencias em curso para o polo!"
               FOREGROUND-COLOR 4 HIGHLIGHT AT 0703
           END-IF.

           DISPLAY "Lista gravada em TRANSITO.TXT." HIGHLIGHT AT 0445.

           DISPLAY "Prima ENTER para continuar.            "
           HIGHLIGHT AT 2003.
           ACCEPT OMITTED AT 2030.
           MOVE "N" TO REPETIR-MENU.
      ******************************************************************
       TRANSITO-LISTAR-LINHA.
           MOVE SPACES TO SITUACAO-TRANSITO.
           IF TRANSF-ESTADO = "P" THEN
               IF TRANSF-POLO-ORIGEM = POLO-LISTAGEM THEN
                   MOVE "A enviar" TO SITUACAO-TRANSITO
               ELSE
               IF TRANSF-POLO-DESTINO = POLO-LISTAGEM THEN
                   MOVE "Pedida" TO SITUACAO-TRANSITO
               END-IF
               END-IF
           END-IF.
           IF TRANSF-ESTADO = "E" THEN
               IF TRANSF-POLO-DESTINO = POLO-LISTAGEM THEN
                   MOVE "A receber" TO SITUACAO-TRANSITO
               ELSE
               IF TRANSF-POLO-ORIGEM = POLO-LISTAGEM THEN
                   MOVE "Enviada" TO SITUACAO-TRANSITO
               END-IF
               END-IF
           END-IF.

           IF SITUACAO-TRANSITO NOT = SPACES THEN
               ADD 1 TO NUM-TRANSITO
               IF TRANSF-ESTADO = "E" THEN
                   COMPUTE JULIANO-TESTE =
                   FUNCTION INTEGER-OF-DATE(TRANSF-DATA-ENVIO)
               ELSE
                   COMPUTE JULIANO-TESTE =
                   FUNCTION INTEGER-OF-DATE(TRANSF-DATA-PEDIDO)
               END-IF
               PERFORM FORMATAR-DATA-CALENDARIO

               MOVE TRANSF-LIVRO-COD TO LIVRO-COD
               READ FIC-LIVROS
                   INVALID KEY
                       MOVE SPACES TO TITULO
               END-READ

               DISPLAY TRANSF-COD HIGHLIGHT LINE LINHA COL 3
               DISPLAY TRANSF-LIVRO-COD HIGHLIGHT LINE LINHA COL 11
               DISPLAY TRANSF-EXEMPLAR-NUM HIGHLIGHT LINE LINHA COL 18
               DISPLAY TRANSF-POLO-ORIGEM HIGHLIGHT LINE LINHA COL 24
               DISPLAY TRANSF-POLO-DESTINO
               HIGHLIGHT LINE LINHA COL 31
               DISPLAY DATA-CALENDARIO-FORMATADA
               HIGHLIGHT LINE LINHA COL 37
               DISPLAY SITUACAO-TRANSITO HIGHLIGHT LINE LINHA COL 49

               MOVE FUNCTION CONCATENATE(
               "C.Tr.: " TRANSF-COD " | Livro: " TRANSF-LIVRO-COD
               " | Ex.: " TRANSF-EXEMPLAR-NUM " | Titulo: "
               FUNCTION TRIM(TITULO) " | Origem: " TRANSF-POLO-ORIGEM
               " | Destino: " TRANSF-POLO-DESTINO " | Data: "
               DATA-CALENDARIO-FORMATADA " | Situacao: "
               FUNCTION TRIM(SITUACAO-TRANSITO)) TO LINHA-TRANSITO
               WRITE REGISTO-TRANSITO

               ADD 1 TO LINHA
               IF LINHA = 19 THEN
                   DISPLAY "Prima ENTER para continuar..."
                   HIGHLIGHT AT 2003
                   ACCEPT OMITTED AT 2033
                   MOVE 7 TO LINHA
               END-IF
           END-IF.
      ******************************************************************
       TRANSFERENCIA-MOSTRAR.
           DISPLAY "Livro:" AT 0803 FOREGROUND-COLOR 3 HIGHLIGHT.
           DISPLAY TRANSF-LIVRO-COD HIGHLIGHT AT 0810.
           DISPLAY "Exemplar:" AT 0818 FOREGROUND-COLOR 3 HIGHLIGHT.
           DISPLAY TRANSF-EXEMPLAR-NUM HIGHLIGHT AT 0828.
           DISPLAY "Origem:" AT 1003 FOREGROUND-COLOR 3 HIGHLIGHT.
           DISPLAY TRANSF-POLO-ORIGEM HIGHLIGHT AT 1011.
           DISPLAY "Destino:" AT 1017 FOREGROUND-COLOR 3 HIGHLIGHT.
           DISPLAY TRANSF-POLO-DESTINO HIGHLIGHT AT 1026.
           DISPLAY "Estado:" AT 1032 FOREGROUND-COLOR 3 HIGHLIGHT.
           EVALUATE TRANSF-ESTADO
               WHEN "P"
                   MOVE "Pedida" TO SITUACAO-TRANSITO
               WHEN "E"
                   MOVE "Enviada" TO SITUACAO-TRANSITO
               WHEN "R"
                   MOVE "Recebida" TO SITUACAO-TRANSITO
               WHEN OTHER
                   MOVE SPACES TO SITUACAO-TRANSITO
           END-EVALUATE.
           DISPLAY SITUACAO-TRANSITO HIGHLIGHT AT 1040.
      ******************************************************************
       TRANSFERENCIA-PROCURAR-ABERTA.
           MOVE "N" TO TRANSFERENCIA-ABERTA.
           MOVE 0 TO TRANSF-COD.
           START FIC-TRANSFERENCIAS KEY > TRANSF-COD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF FS <> "05" AND FS <> "23" THEN
                       PERFORM UNTIL FS = "10" OR
                       TRANSFERENCIA-ABERTA = "S"
                           READ FIC-TRANSFERENCIAS NEXT RECORD
                               NOT AT END
                                   IF TRANSF-LIVRO-COD =
                                   EXEMPLAR-LIVRO-COD AND
                                   TRANSF-EXEMPLAR-NUM = EXEMPLAR-NUM
                                   AND (TRANSF-ESTADO = "P" OR
                                   TRANSF-ESTADO = "E") THEN
                                       MOVE "S" TO TRANSFERENCIA-ABERTA
                                   END-IF
                           END-READ
                       END-PERFORM
                   END-IF
           END-START.
      ******************************************************************
       OBTER-PROXIMA-TRANSFERENCIA.
           MOVE "TRANSFEREN" TO TIPO-NUMERADOR.
           PERFORM NUMERADOR-RESERVAR.
           IF (NUMERADOR-NOVO = "S") THEN
               PERFORM APURAR-PROXIMA-TRANSFERENCIA
               MOVE PROXIMA-TRANSFERENCIA-COD TO NUMERADOR-PROXIMO
           END-IF.
           PERFORM NUMERADOR-AVANCAR.
           MOVE NUMERADOR-ATRIBUIDO TO PROXIMA-TRANSFERENCIA-COD.
      ******************************************************************
       APURAR-PROXIMA-TRANSFERENCIA.
           MOVE 1 TO PROXIMA-TRANSFERENCIA-COD.
           MOVE 0 TO TRANSF-COD.
           START FIC-TRANSFERENCIAS KEY > TRANSF-COD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF FS <> "05" AND FS <> "23" THEN
                       PERFORM UNTIL FS = "10"
                           READ FIC-TRANSFERENCIAS NEXT RECORD
                               NOT AT END
                                   MOVE TRANSF-COD
                                   TO PROXIMA-TRANSFERENCIA-COD
                                   ADD 1 TO PROXIMA-TRANSFERENCIA-COD
                           END-READ
                       END-PERFORM
                   END-IF
           END-START.
      ******************************************************************
      ******************************************************************
      ******************************************************************
       MENU-FORNECEDORES.
           PERFORM UNTIL SAIR = "S"
               PERFORM BASE
               DISPLAY "Menu Fornecedores" HIGHLIGHT AT 0217
               DISPLAY "Gestao Fornecedores"
               FOREGROUND-COLOR 3 HIGHLIGHT AT 0545
               DISPLAY "o-----------------------o"
               FOREGROUND-COLOR 3 AT 0642
               IF NIVEL-ATUAL > 1 THEN
                   DISPLAY "Novo -------------- 1" HIGHLIGHT AT 0744
               END-IF
               DISPLAY "Consultar --------- 2" HIGHLIGHT AT 0844
               IF NIVEL-ATUAL > 1 THEN
                   DISPLAY "Alterar ----------- 3" HIGHLIGHT AT 0944
                   DISPLAY "Eliminar ---------- 4" HIGHLIGHT AT 1044
               END-IF
               DISPLAY "Listagem ---------- 5" HIGHLIGHT AT 1144
               DISPLAY "Menu Livros ------- 9" HIGHLIGHT AT 1344
               DISPLAY "[ ]"                   HIGHLIGHT AT 1553
               MOVE "S" TO REPETIR-MENU
               PERFORM UNTIL REPETIR-MENU = "N"
                   ACCEPT ESCOLHA AT 1554 AUTO
                   EVALUATE ESCOLHA
                       WHEN 1
                           IF NIVEL-ATUAL > 1 THEN
                               PERFORM FORNECEDORES-NOVO
                           ELSE
                               PERFORM ACESSO-NEGADO
                           END-IF
                       WHEN 2 PERFORM FORNECEDORES-CONSULTAR
                       WHEN 3
                           IF NIVEL-ATUAL > 1 THEN
                               PERFORM FORNECEDORES-ALTERAR
                           ELSE
                               PERFORM ACESSO-NEGADO
                           END-IF
                       WHEN 4
                           IF NIVEL-ATUAL > 1 THEN
                               PERFORM FORNECEDORES-ELIMINAR
                           ELSE
                               PERFORM ACESSO-NEGADO
                           END-IF
                       WHEN 5 PERFORM FORNECEDORES-LISTAGEM
                       WHEN 9
                           MOVE "S" TO SAIR
                           MOVE "N" TO REPETIR-MENU
                       WHEN OTHER
                           DISPLAY "Escolha invalida!" AT 1746
                           FOREGROUND-COLOR 4 HIGHLIGHT
                           MOVE "S" TO REPETIR-MENU
                   END-EVALUATE
           MOVE "N" TO SAIR.
           MOVE "N" TO REPETIR-MENU.
      ******************************************************************
       FORNECEDORES-NOVO.
           PERFORM BASE.
           DISPLAY "Novo Fornecedor" HIGHLIGHT AT 0217.

           DISPLAY "Por favor preencha o seguinte campo:" AT 0403
           HIGHLIGHT.

           DISPLAY "Codigo do Fornecedor:"
           AT 0603 FOREGROUND-COLOR 3 HIGHLIGHT.

           DISPLAY "Deixe em branco para retroceder."
           AT 0803 HIGHLIGHT.

           ACCEPT FORNECEDOR-COD AUTO HIGHLIGHT AT 0625.
           DISPLAY FORNECEDOR-COD HIGHLIGHT AT 0625.
           DISPLAY "                                " AT 0803.

           READ FIC-FORNECEDORES
               INVALID KEY
                   MOVE "N" TO EXISTE
               NOT INVALID KEY
           END-READ.

           IF (EXISTE = "S") THEN
               DISPLAY "Fornecedor ja existe!"
               FOREGROUND-COLOR 4 HIGHLIGHT AT 0631
           ELSE
               IF FORNECEDOR-COD = SPACES THEN
                   DISPLAY "00000" AT 0625 HIGHLIGHT
               ELSE
                   DISPLAY "Por favor preencha os seguintes campos:"
                   AT 0403 HIGHLIGHT
                   DISPLAY "Nome:"
                   AT 0803 FOREGROUND-COLOR 3 HIGHLIGHT
                   DISPLAY "Contacto:"
                   AT 1003 FOREGROUND-COLOR 3 HIGHLIGHT

                   PERFORM WITH TEST AFTER UNTIL
                   FORNECEDOR-NOME > SPACES
                       ACCEPT FORNECEDOR-NOME HIGHLIGHT AT 0809
                       IF FORNECEDOR-NOME = SPACES THEN
                           DISPLAY "Nome invalido! "
                           FOREGROUND-COLOR 4 HIGHLIGHT AT 0840
                       ELSE
                           DISPLAY "               " AT 0840
                       END-IF
                   END-PERFORM

                   ACCEPT FORNECEDOR-CONTACTO HIGHLIGHT AT 1013

                   WRITE REGISTO-FORNECEDORES
                       INVALID KEY
                           DISPLAY "Erro ao criar fornecedor!"
                           FOREGROUND-COLOR 4 HIGHLIGHT AT 1203
                       NOT INVALID KEY
                           DISPLAY "Fornecedor criado com sucesso!"
                           HIGHLIGHT AT 1203
                           MOVE "FORNECEDOR" TO AUDITORIA-FICHEIRO
                           MOVE "WRITE" TO AUDITORIA-OPERACAO
                           MOVE FORNECEDOR-COD TO AUDITORIA-CHAVE
                           PERFORM REGISTAR-AUDITORIA
                   END-WRITE
               END-IF
           END-IF.

           DISPLAY "Prima ENTER para continuar.            "
           HIGHLIGHT AT 0403.
           ACCEPT OMITTED AT 0430.
           MOVE "N" TO REPETIR-MENU.
      ******************************************************************
       FORNECEDORES-CONSULTAR.
           PERFORM BASE.
           DISPLAY "Consultar Fornecedor" HIGHLIGHT AT 0217.

           DISPLAY "Por favor preencha o seguinte campo:" AT 0403
           HIGHLIGHT.

           DISPLAY "Codigo do Fornecedor:"
           AT 0603 FOREGROUND-COLOR 3 HIGHLIGHT.

           DISPLAY "Deixe em branco para retroceder."
           AT 0803 HIGHLIGHT.

           ACCEPT FORNECEDOR-COD AUTO HIGHLIGHT AT 0625.
           DISPLAY FORNECEDOR-COD HIGHLIGHT AT 0625.
           DISPLAY "                                " AT 0803.

           READ FIC-FORNECEDORES
               INVALID KEY
                   MOVE "N" TO EXISTE
               NOT INVALID KEY
           END-READ.

           IF (EXISTE = "N") THEN
               IF FORNECEDOR-COD = SPACES THEN
                   DISPLAY "00000" AT 0625 HIGHLIGHT
               ELSE
                   DISPLAY "Fornecedor nao existe!"
                   FOREGROUND-COLOR 4 HIGHLIGHT AT 0631
               END-IF
           ELSE
               DISPLAY "Nome:"
               AT 0803 FOREGROUND-COLOR 3 HIGHLIGHT
               DISPLAY FORNECEDOR-NOME HIGHLIGHT AT 0809
               DISPLAY "Contacto:"
               AT 1003 FOREGROUND-COLOR 3 HIGHLIGHT
               DISPLAY FORNECEDOR-CONTACTO HIGHLIGHT AT 1013
           END-IF.

           DISPLAY "Prima ENTER para continuar.         "
           ACCEPT OMITTED AT 0430.
           MOVE "N" TO REPETIR-MENU.
      ******************************************************************
       FORNECEDORES-ALTERAR.
           PERFORM BASE.
           DISPLAY "Alterar Fornecedor" HIGHLIGHT AT 0217.

           DISPLAY "Por favor preencha o seguinte campo:" AT 0403
           HIGHLIGHT.

           DISPLAY "Codigo do Fornecedor:"
           AT 0603 FOREGROUND-COLOR 3 HIGHLIGHT.

           DISPLAY "Deixe em branco para retroceder."
           AT 0803 HIGHLIGHT.

           ACCEPT FORNECEDOR-COD AUTO HIGHLIGHT AT 0625.
           DISPLAY FORNECEDOR-COD HIGHLIGHT AT 0625.
           DISPLAY "                                " AT 0803.

           READ FIC-FORNECEDORES
               INVALID KEY
                   MOVE "N" TO EXISTE
               NOT INVALID KEY
           END-READ.

           IF (EXISTE = "N") THEN
               IF FORNECEDOR-COD = SPACES THEN
                   DISPLAY "00000" AT 0625 HIGHLIGHT
               ELSE
                   DISPLAY "Fornecedor nao existe!"
                   FOREGROUND-COLOR 4 HIGHLIGHT AT 0631
               END-IF
           ELSE
               DISPLAY "Por favor preencha os seguintes campos:"
               AT 0403 HIGHLIGHT
               DISPLAY "Nome:"
               AT 0803 FOREGROUND-COLOR 3 HIGHLIGHT
               DISPLAY "Contacto:"
               AT 1003 FOREGROUND-COLOR 3 HIGHLIGHT

               PERFORM WITH TEST AFTER UNTIL
               FORNECEDOR-NOME > SPACES
                   ACCEPT FORNECEDOR-NOME HIGHLIGHT AT 0809
                   IF FORNECEDOR-NOME = SPACES THEN
                       DISPLAY "Nome invalido! "
                       FOREGROUND-COLOR 4 HIGHLIGHT AT 0840
                   ELSE
                       DISPLAY "               " AT 0840
                   END-IF
               END-PERFORM

               ACCEPT FORNECEDOR-CONTACTO HIGHLIGHT AT 1013

               REWRITE REGISTO-FORNECEDORES
                   INVALID KEY
                       DISPLAY "Erro ao alterar fornecedor!"
                       FOREGROUND-COLOR 4 HIGHLIGHT AT 1203
                   NOT INVALID KEY
                       DISPLAY "Fornecedor alterado com sucesso!"
                       HIGHLIGHT AT 1203
                       MOVE "FORNECEDOR" TO AUDITORIA-FICHEIRO
                       MOVE "REWRITE" TO AUDITORIA-OPERACAO
                       MOVE FORNECEDOR-COD TO AUDITORIA-CHAVE
                       PERFORM REGISTAR-AUDITORIA
               END-REWRITE
           END-IF.

           DISPLAY "Prima ENTER para continuar.            "
           HIGHLIGHT AT 0403.
           ACCEPT OMITTED AT 0430.
           MOVE "N" TO REPETIR-MENU.
      ******************************************************************
       FORNECEDORES-ELIMINAR.
           PERFORM BASE.
           DISPLAY "Eliminar Fornecedor" HIGHLIGHT AT 0217.

           DISPLAY "Por favor preencha o seguinte campo:" AT 0403
           HIGHLIGHT.

           DISPLAY "Codigo do Fornecedor:"
           AT 0603 FOREGROUND-COLOR 3 HIGHLIGHT.

           DISPLAY "Deixe em branco para retroceder."
           AT 0803 HIGHLIGHT.

           ACCEPT FORNECEDOR-COD AUTO HIGHLIGHT AT 0625.
           DISPLAY FORNECEDOR-COD HIGHLIGHT AT 0625.
           DISPLAY "                                " AT 0803.

           READ FIC-FORNECEDORES
               INVALID KEY
                   MOVE "N" TO EXISTE
               NOT INVALID KEY
                   MOVE "S" TO EXISTE
           END-READ.

           IF (EXISTE = "N") THEN
               IF FORNECEDOR-COD = SPACES THEN
                   DISPLAY "00000" AT 0625 HIGHLIGHT
               ELSE
                   DISPLAY "Fornecedor nao existe!"
                   FOREGROUND-COLOR 4 HIGHLIGHT AT 0631
               END-IF
           ELSE
               PERFORM VERIFICAR-REF-FORNECEDOR

               IF (REFERENCIADO = "S") THEN
                   DISPLAY "Fornecedor com encomendas associadas! "
                   FOREGROUND-COLOR 4 HIGHLIGHT AT 0803
               ELSE
                   DELETE FIC-FORNECEDORES
                       INVALID KEY
                           DISPLAY "Erro ao eliminar fornecedor!"
                           FOREGROUND-COLOR 4 HIGHLIGHT AT 0803
                       NOT INVALID KEY
                           DISPLAY "Fornecedor eliminado com sucesso!"
                           HIGHLIGHT AT 0803
                           MOVE "FORNECEDOR" TO AUDITORIA-FICHEIRO
                           MOVE "DELETE" TO AUDITORIA-OPERACAO
                           MOVE FORNECEDOR-COD TO AUDITORIA-CHAVE
                           PERFORM REGISTAR-AUDITORIA
                   END-DELETE
               END-IF
           END-IF.

           DISPLAY "Prima ENTER para continuar.         "
           HIGHLIGHT AT 0403.
           ACCEPT OMITTED AT 0430.
           MOVE "N" TO REPETIR-MENU.
      ******************************************************************
       VERIFICAR-REF-FORNECEDOR.
           MOVE "N" TO REFERENCIADO.
           MOVE 0 TO ENCOMENDA-COD.
           START FIC-ENCOMENDAS KEY > ENCOMENDA-COD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF FS <> "05" AND FS <> "23" THEN
                       PERFORM UNTIL FS = "10" OR REFERENCIADO = "S"
                           READ FIC-ENCOMENDAS NEXT RECORD
                               NOT AT END
                                   IF ENCOMENDA-FORNECEDOR-COD =
                                   FORNECEDOR-COD THEN
                                       MOVE "S" TO REFERENCIADO
                                   END-IF
                           END-READ
                       END-PERFORM
                   END-IF
           END-START.
      ******************************************************************
       FORNECEDORES-LISTAGEM.
           PERFORM BASE.
           DISPLAY "Listagem de Fornecedores" HIGHLIGHT AT 0217.

           DISPLAY "C.Fr." FOREGROUND-COLOR 3 HIGHLIGHT AT 0403.
           DISPLAY "Nome" FOREGROUND-COLOR 3 HIGHLIGHT AT 0411.
           DISPLAY "Contacto" FOREGROUND-COLOR 3 HIGHLIGHT AT 0443.

           MOVE 6 TO LINHA.
           MOVE "N" TO EXISTE.
           MOVE 0 TO FORNECEDOR-COD.
           START FIC-FORNECEDORES KEY > FORNECEDOR-COD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF FS <> "05" AND FS <> "23" THEN
                       PERFORM UNTIL FS = "10"
                           READ FIC-FORNECEDORES NEXT RECORD
                               NOT AT END
                                   MOVE "S" TO EXISTE
                                   DISPLAY FORNECEDOR-COD
                                   HIGHLIGHT LINE LINHA COL 3
                                   DISPLAY FORNECEDOR-NOME
                                   HIGHLIGHT LINE LINHA COL 11
                                   DISPLAY FORNECEDOR-CONTACTO
                                   HIGHLIGHT LINE LINHA COL 43
                                   ADD 1 TO LINHA
                                   IF LINHA = 19 THEN
                                       DISPLAY
                                       "Prima ENTER para continuar..."
                                       HIGHLIGHT AT 2003
                                       ACCEPT OMITTED AT 2033
                                       MOVE 6 TO LINHA
                                   END-IF
                           END-READ
                       END-PERFORM
                   END-IF
           END-START.

           IF (EXISTE = "N") THEN
               DISPLAY "Nao ha fornecedores registados!"
               FOREGROUND-COLOR 4 HIGHLIGHT AT 0603
           END-IF.

           DISPLAY "Prima ENTER para continuar.            "
           HIGHLIGHT AT 2003.
           ACCEPT OMITTED AT 2030.
           MOVE "N" TO REPETIR-MENU.
      ******************************************************************
      ******************************************************************
      ******************************************************************
       MENU-ENCOMENDAS.
           PERFORM UNTIL SAIR = "S"
               PERFORM BASE
               DISPLAY "Menu Encomendas" HIGHLIGHT AT 0217
               DISPLAY "Gestao de Encomendas"
               FOREGROUND-COLOR 3 HIGHLIGHT AT 0545
               DISPLAY "o-----------------------o"
               FOREGROUND-COLOR 3 AT 0642
               IF NIVEL-ATUAL > 1 THEN
                   DISPLAY "Nova -------------- 1" HIGHLIGHT AT 0744
               END-IF
               DISPLAY "Consultar --------- 2" HIGHLIGHT AT 0844
               IF NIVEL-ATUAL > 1 THEN
                   DISPLAY "Rececao ----------- 3" HIGHLIGHT AT 0944
               END-IF
               DISPLAY "Pendentes --------- 4" HIGHLIGHT AT 1044
               DISPLAY "Sugestoes --------- 5" HIGHLIGHT AT 1144
               IF NIVEL-ATUAL > 1 THEN
                   DISPLAY "Rascunhos --------- 6" HIGHLIGHT AT 1244
               END-IF
               DISPLAY "Menu Livros ------- 9" HIGHLIGHT AT 1444
               DISPLAY "[ ]"                   HIGHLIGHT AT 1653
               MOVE "S" TO REPETIR-MENU
               PERFORM UNTIL REPETIR-MENU = "N"
                   ACCEPT ESCOLHA AT 1654 AUTO
                   EVALUATE ESCOLHA
                       WHEN 1
                           IF NIVEL-ATUAL > 1 THEN
                               PERFORM ENCOMENDAS-NOVA
                           ELSE
                               PERFORM ACESSO-NEGADO
                           END-IF
                       WHEN 2 PERFORM ENCOMENDAS-CONSULTAR
                       WHEN 3
                           IF NIVEL-ATUAL > 1 THEN
                               PERFORM ENCOMENDAS-RECECAO
                           ELSE
                               PERFORM ACESSO-NEGADO
                           END-IF
                       WHEN 4 PERFORM ENCOMENDAS-PENDENTES
                       WHEN 5 PERFORM ENCOMENDAS-SUGESTOES
                       WHEN 6
                           IF NIVEL-ATUAL > 1 THEN
                               PERFORM ENCOMENDAS-CONFIRMAR
                           ELSE
                               PERFORM ACESSO-NEGADO
                           END-IF
                       WHEN 9
                           MOVE "S" TO SAIR
                           MOVE "N" TO REPETIR-MENU
                       WHEN OTHER
                           DISPLAY "Escolha invalida!" AT 1846
                           FOREGROUND-COLOR 4 HIGHLIGHT
                           MOVE "S" TO REPETIR-MENU
                   END-EVALUATE
           MOVE "N" TO SAIR.
           MOVE "N" TO REPETIR-MENU.
      ******************************************************************
       ENCOMENDAS-NOVA.
           PERFORM BASE.
           DISPLAY "Nova Encomenda" HIGHLIGHT AT 0217.

           DISPLAY "Por favor preencha o seguinte campo:" AT 0403
           HIGHLIGHT.

           DISPLAY "Codigo da Encomenda:"
           AT 0603 FOREGROUND-COLOR 3 HIGHLIGHT.
           DISPLAY "(automatico)" HIGHLIGHT AT 0624.

           DISPLAY "Codigo do Fornecedor:"
           AT 0803 FOREGROUND-COLOR 3 HIGHLIGHT.

           DISPLAY "Deixe em branco para retroceder."
           AT 1003 HIGHLIGHT.

           ACCEPT ENCOMENDA-FORNECEDOR-COD AUTO HIGHLIGHT AT 0825.
           DISPLAY ENCOMENDA-FORNECEDOR-COD HIGHLIGHT AT 0825.
           DISPLAY "                                " AT 1003.

           IF ENCOMENDA-FORNECEDOR-COD = SPACES THEN
               DISPLAY "00000" AT 0825 HIGHLIGHT
               DISPLAY "Prima ENTER para continuar.            "
               HIGHLIGHT AT 0403
               ACCEPT OMITTED AT 0430
           ELSE
               MOVE ENCOMENDA-FORNECEDOR-COD TO FORNECEDOR-COD
               READ FIC-FORNECEDORES
                   INVALID KEY
                       MOVE "N" TO EXISTE
                   NOT INVALID KEY
                       MOVE "S" TO EXISTE
               END-READ

               IF (EXISTE = "N") THEN
                   DISPLAY "Fornecedor nao existe!"
                   FOREGROUND-COLOR 4 HIGHLIGHT AT 0832
                   DISPLAY "Prima ENTER para continuar.        "
                   HIGHLIGHT AT 0403
                   ACCEPT OMITTED AT 0430
               ELSE
                   DISPLAY FORNECEDOR-NOME HIGHLIGHT AT 0832

                   PERFORM OBTER-PROXIMA-ENCOMENDA
                   MOVE PROXIMA-ENCOMENDA-COD TO ENCOMENDA-COD
                   MOVE FORNECEDOR-COD TO ENCOMENDA-FORNECEDOR-COD
                   DISPLAY "            " AT 0624
                   DISPLAY ENCOMENDA-COD HIGHLIGHT AT 0624

                   MOVE ANO-SISTEMA TO ANO-ENCOMENDA
                   MOVE MES-SISTEMA TO MES-ENCOMENDA
                   MOVE DIA-SISTEMA TO DIA-ENCOMENDA
                   MOVE "P" TO ENCOMENDA-ESTADO

                   WRITE REGISTO-ENCOMENDAS
                       INVALID KEY
                           DISPLAY "Erro ao criar encomenda!"
                           FOREGROUND-COLOR 4 HIGHLIGHT AT 1003
                           DISPLAY "Prima ENTER para continuar."
                           HIGHLIGHT AT 0403
                           ACCEPT OMITTED AT 0430
                       NOT INVALID KEY
                           DISPLAY "Encomenda criada com sucesso!"
                           HIGHLIGHT AT 1003
                           MOVE "ENCOMENDAS" TO AUDITORIA-FICHEIRO
                           MOVE "WRITE" TO AUDITORIA-OPERACAO
                           MOVE ENCOMENDA-COD TO AUDITORIA-CHAVE
                           PERFORM REGISTAR-AUDITORIA
                           PERFORM ENCOMENDAS-NOVA-LINHAS
                   END-WRITE
               END-IF
           END-IF.

           MOVE "N" TO REPETIR-MENU.
      ******************************************************************
       ENCOMENDAS-NOVA-LINHAS.
           MOVE ENCOMENDA-COD TO ENCOMENDA-TRABALHO.
           MOVE 0 TO ENCL-PROX-NUM.
           MOVE "S" TO MAIS-LINHAS.

           PERFORM UNTIL MAIS-LINHAS = "N"
               PERFORM BASE
               DISPLAY "Nova Encomenda - Linhas" HIGHLIGHT AT 0217

               ADD 1 TO ENCL-PROX-NUM
               DISPLAY "Encomenda:"
               AT 0403 FOREGROUND-COLOR 3 HIGHLIGHT
               DISPLAY ENCOMENDA-TRABALHO HIGHLIGHT AT 0414
               DISPLAY "Linha:"
               AT 0422 FOREGROUND-COLOR 3 HIGHLIGHT
               DISPLAY ENCL-PROX-NUM HIGHLIGHT AT 0429

               DISPLAY "Codigo do Livro (Zero = titulo novo):"
               AT 0603 FOREGROUND-COLOR 3 HIGHLIGHT
               MOVE 0 TO ENCL-LIVRO-COD
               ACCEPT ENCL-LIVRO-COD AUTO HIGHLIGHT AT 0641
               DISPLAY ENCL-LIVRO-COD HIGHLIGHT AT 0641

               MOVE "S" TO EXISTE
               IF ENCL-LIVRO-COD > 0 THEN
                   MOVE ENCL-LIVRO-COD TO LIVRO-COD
                   READ FIC-LIVROS
                       INVALID KEY
                           MOVE "N" TO EXISTE
                       NOT INVALID KEY
                           MOVE TITULO TO ENCL-TITULO
                           DISPLAY "Titulo:"
                           AT 0803 FOREGROUND-COLOR 3 HIGHLIGHT
                           DISPLAY ENCL-TITULO HIGHLIGHT AT 0811
                   END-READ
               ELSE
                   DISPLAY "Titulo:"
                   AT 0803 FOREGROUND-COLOR 3 HIGHLIGHT
                   PERFORM WITH TEST AFTER UNTIL
                   ENCL-TITULO > SPACES
                       ACCEPT ENCL-TITULO HIGHLIGHT AT 0811
                       IF ENCL-TITULO = SPACES THEN
                           DISPLAY "Titulo invalido! "
                           FOREGROUND-COLOR 4 HIGHLIGHT AT 0842
                       ELSE
                           DISPLAY "                 " AT 0842
                       END-IF
                   END-PERFORM
               END-IF

               IF (EXISTE = "N") THEN
                   DISPLAY "Livro nao existe!"
                   FOREGROUND-COLOR 4 HIGHLIGHT AT 0647
                   SUBTRACT 1 FROM ENCL-PROX-NUM
               ELSE
                   DISPLAY "Quantidade:"
                   AT 1003 FOREGROUND-COLOR 3 HIGHLIGHT
                   PERFORM WITH TEST AFTER UNTIL ENCL-QTD > 0
                       ACCEPT ENCL-QTD AUTO HIGHLIGHT AT 1015
                       IF ENCL-QTD = 0 THEN
                           DISPLAY "Quantidade invalida!"
                           FOREGROUND-COLOR 4 HIGHLIGHT AT 1020
                       ELSE
                           DISPLAY "                    " AT 1020
                       END-IF
                   END-PERFORM
                   DISPLAY ENCL-QTD HIGHLIGHT AT 1015

                   DISPLAY "Custo Unitario (Euros):"
                   AT 1203 FOREGROUND-COLOR 3 HIGHLIGHT
                   ACCEPT TARIFA-EUROS AUTO HIGHLIGHT AT 1227
                   DISPLAY TARIFA-EUROS HIGHLIGHT AT 1227
                   DISPLAY "(Centimos):"
                   AT 1235 FOREGROUND-COLOR 3 HIGHLIGHT
                   ACCEPT TARIFA-CENTIMOS AUTO HIGHLIGHT AT 1247
                   DISPLAY TARIFA-CENTIMOS HIGHLIGHT AT 1247
                   COMPUTE ENCL-CUSTO =
                       TARIFA-EUROS + TARIFA-CENTIMOS / 100

                   MOVE ENCOMENDA-TRABALHO TO ENCL-ENCOMENDA-COD
                   MOVE ENCL-PROX-NUM TO ENCL-NUM
                   MOVE 0 TO ENCL-RECEBIDO

                   WRITE REGISTO-ENCLINHAS
                       INVALID KEY
                           DISPLAY "Erro ao gravar linha!"
                           FOREGROUND-COLOR 4 HIGHLIGHT AT 1403
                           SUBTRACT 1 FROM ENCL-PROX-NUM
                       NOT INVALID KEY
                           DISPLAY "Linha gravada com sucesso!"
                           HIGHLIGHT AT 1403
                   END-WRITE
               END-IF

               DISPLAY "Mais linhas? (S/N)"
               AT 1603 FOREGROUND-COLOR 3 HIGHLIGHT
               MOVE "N" TO MAIS-LINHAS
               ACCEPT MAIS-LINHAS AUTO HIGHLIGHT AT 1622
               DISPLAY MAIS-LINHAS HIGHLIGHT AT 1622
           END-PERFORM.

           IF ENCL-PROX-NUM = 0 THEN
               MOVE ENCOMENDA-TRABALHO TO ENCOMENDA-COD
               READ FIC-ENCOMENDAS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       DELETE FIC-ENCOMENDAS
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               DISPLAY "Encomenda sem linhas" &
                               " eliminada!"
                               FOREGROUND-COLOR 4 HIGHLIGHT AT 1803
                               MOVE "ENCOMENDAS"
                               TO AUDITORIA-FICHEIRO
                               MOVE "DELETE" TO AUDITORIA-OPERACAO
                               MOVE ENCOMENDA-COD
                               TO AUDITORIA-CHAVE
                               PERFORM REGISTAR-AUDITORIA
                               DISPLAY "Prima ENTER para continuar."
                               HIGHLIGHT AT 2003
                               ACCEPT OMITTED AT 2031
                       END-DELETE
               END-READ
           END-IF.
      ******************************************************************
       ENCOMENDAS-CONSULTAR.
           PERFORM BASE.
           DISPLAY "Consultar Encomenda" HIGHLIGHT AT 0217.

           DISPLAY "Por favor preencha o seguinte campo:" AT 0403
           HIGHLIGHT.

           DISPLAY "Codigo da Encomenda:"
           AT 0603 FOREGROUND-COLOR 3 HIGHLIGHT.

           DISPLAY "Deixe em branco para retroceder."
           AT 0803 HIGHLIGHT.

           ACCEPT ENCOMENDA-COD AUTO HIGHLIGHT AT 0624.
           DISPLAY ENCOMENDA-COD HIGHLIGHT AT 0624.
           DISPLAY "                                " AT 0803.

           READ FIC-ENCOMENDAS
               INVALID KEY
                   MOVE "N" TO EXISTE
               NOT INVALID KEY
           END-READ.

           IF (EXISTE = "N") THEN
               IF ENCOMENDA-COD = SPACES THEN
                   DISPLAY "00000" AT 0624 HIGHLIGHT
               ELSE
                   DISPLAY "Encomenda nao existe!"
                   FOREGROUND-COLOR 4 HIGHLIGHT AT 0630
               END-IF
           ELSE
               DISPLAY "Fornecedor:"
               AT 0803 FOREGROUND-COLOR 3 HIGHLIGHT
               DISPLAY ENCOMENDA-FORNECEDOR-COD HIGHLIGHT AT 0815
               MOVE ENCOMENDA-FORNECEDOR-COD TO FORNECEDOR-COD
               READ FIC-FORNECEDORES
                   INVALID KEY
                       MOVE SPACES TO FORNECEDOR-NOME
               END-READ
               DISPLAY FORNECEDOR-NOME HIGHLIGHT AT 0822

               DISPLAY "Data:"
               AT 0855 FOREGROUND-COLOR 3 HIGHLIGHT
               DISPLAY DATA-ENCOMENDA HIGHLIGHT AT 0861

               DISPLAY "Estado:"
               AT 0875 FOREGROUND-COLOR 3 HIGHLIGHT
               EVALUATE ENCOMENDA-ESTADO
                   WHEN "R"
                       DISPLAY "Recebida" HIGHLIGHT AT 0883
                   WHEN "S"
                       DISPLAY "Rascunho" HIGHLIGHT AT 0883
                   WHEN OTHER
                       DISPLAY "Pendente" HIGHLIGHT AT 0883
               END-EVALUATE

               DISPLAY "Ln.  C.Lv. Titulo" &
               "                          Qtd Rec Custo"
               FOREGROUND-COLOR 3 HIGHLIGHT AT 1003

               MOVE 11 TO LINHA
               MOVE "N" TO FIM-LINHAS-ENCOMENDA
               MOVE ENCOMENDA-COD TO ENCL-ENCOMENDA-COD
               MOVE 0 TO ENCL-NUM
               START FIC-ENCLINHAS KEY >= ENCL-CHAVE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF FS <> "05" AND FS <> "23" THEN
                           PERFORM UNTIL FS = "10"
                           OR FIM-LINHAS-ENCOMENDA = "S"
                               READ FIC-ENCLINHAS NEXT RECORD
                                   NOT AT END
                                       IF ENCL-ENCOMENDA-COD NOT =
                                       ENCOMENDA-COD THEN
                                           MOVE "S" TO
                                           FIM-LINHAS-ENCOMENDA
                                       ELSE
                                           PERFORM
                                           ENCOMENDAS-LINHA-ECRA
                                       END-IF
                               END-READ
                           END-PERFORM
                       END-IF
               END-START
           END-IF.

           DISPLAY "Prima ENTER para continuar.         "
           HIGHLIGHT AT 0403.
           ACCEPT OMITTED AT 0430.
           MOVE "N" TO REPETIR-MENU.
      ******************************************************************
       ENCOMENDAS-LINHA-ECRA.
           DISPLAY ENCL-NUM HIGHLIGHT LINE LINHA COL 3.
           DISPLAY ENCL-LIVRO-COD HIGHLIGHT LINE LINHA COL 8.
           DISPLAY ENCL-TITULO HIGHLIGHT LINE LINHA COL 14.
           DISPLAY ENCL-QTD HIGHLIGHT LINE LINHA COL 46.
           DISPLAY ENCL-RECEBIDO HIGHLIGHT LINE LINHA COL 50.
           MOVE ENCL-CUSTO TO VALOR-TRABALHO.
           PERFORM FORMATAR-VALOR.
           DISPLAY VALOR-FORMATADO HIGHLIGHT LINE LINHA COL 54.
           ADD 1 TO LINHA.
           IF LINHA = 19 THEN
               DISPLAY "Prima ENTER para continuar..."
               HIGHLIGHT AT 2003
               ACCEPT OMITTED AT 2033
               MOVE 11 TO LINHA
           END-IF.
      ******************************************************************
       ENCOMENDAS-RECECAO.
           PERFORM BASE.
           DISPLAY "Rececao de Encomenda" HIGHLIGHT AT 0217.

           DISPLAY "Por favor preencha o seguinte campo:" AT 0403
           HIGHLIGHT.

           DISPLAY "Codigo da Encomenda:"
           AT 0603 FOREGROUND-COLOR 3 HIGHLIGHT.

           DISPLAY "Deixe em branco para retroceder."
           AT 0803 HIGHLIGHT.

           ACCEPT ENCOMENDA-COD AUTO HIGHLIGHT AT 0624.
           DISPLAY ENCOMENDA-COD HIGHLIGHT AT 0624.
           DISPLAY "                                " AT 0803.

           READ FIC-ENCOMENDAS
               INVALID KEY
                   MOVE "N" TO EXISTE
               NOT INVALID KEY
           END-READ.

           IF (EXISTE = "N") THEN
               IF ENCOMENDA-COD = SPACES THEN
                   DISPLAY "00000" AT 0624 HIGHLIGHT
               ELSE
                   DISPLAY "Encomenda nao existe!"
                   FOREGROUND-COLOR 4 HIGHLIGHT AT 0630
               END-IF
               DISPLAY "Prima ENTER para continuar.         "
               HIGHLIGHT AT 0403
               ACCEPT OMITTED AT 0430
           ELSE
               IF (ENCOMENDA-ESTADO = "R") THEN
                   DISPLAY "Encomenda ja foi recebida!"
                   FOREGROUND-COLOR 4 HIGHLIGHT AT 0630
                   DISPLAY "Prima ENTER para continuar.         "
                   HIGHLIGHT AT 0403
                   ACCEPT OMITTED AT 0430
               ELSE
               IF (ENCOMENDA-ESTADO = "S") THEN
                   DISPLAY "Encomenda em rascunho! Confirme primeiro."
                   FOREGROUND-COLOR 4 HIGHLIGHT AT 0630
                   DISPLAY "Prima ENTER para continuar.         "
                   HIGHLIGHT AT 0403
                   ACCEPT OMITTED AT 0430
               ELSE
                   MOVE ENCOMENDA-COD TO ENCOMENDA-TRABALHO
                   PERFORM RECECAO-PERCORRER-LINHAS
                   PERFORM RECECAO-VERIFICAR-COMPLETA
               END-IF
               END-IF
           END-IF.

           MOVE "N" TO REPETIR-MENU.
      ******************************************************************
       RECECAO-PERCORRER-LINHAS.
           MOVE "N" TO FIM-LINHAS-ENCOMENDA.
           MOVE ENCOMENDA-TRABALHO TO ENCL-ENCOMENDA-COD.
           MOVE 0 TO ENCL-NUM.
           START FIC-ENCLINHAS KEY >= ENCL-CHAVE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF FS <> "05" AND FS <> "23" THEN
                       PERFORM UNTIL FS = "10"
                       OR FIM-LINHAS-ENCOMENDA = "S"
                           READ FIC-ENCLINHAS NEXT RECORD
                               NOT AT END
                                   IF ENCL-ENCOMENDA-COD NOT =
                                   ENCOMENDA-TRABALHO THEN
                                       MOVE "S" TO
                                       FIM-LINHAS-ENCOMENDA
                                   ELSE
                                       IF ENCL-RECEBIDO < ENCL-QTD
                                       THEN
                                           PERFORM RECECAO-UMA-LINHA
                                       END-IF
                                   END-IF
                           END-READ
                       END-PERFORM
                   END-IF
           END-START.
      ******************************************************************
       RECECAO-UMA-LINHA.
           PERFORM BASE.
           DISPLAY "Rececao de Encomenda" HIGHLIGHT AT 0217.

           DISPLAY "Encomenda:"
           AT 0403 FOREGROUND-COLOR 3 HIGHLIGHT.
           DISPLAY ENCOMENDA-TRABALHO HIGHLIGHT AT 0414.
           DISPLAY "Linha:"
           AT 0422 FOREGROUND-COLOR 3 HIGHLIGHT.
           DISPLAY ENCL-NUM HIGHLIGHT AT 0429.

           DISPLAY "Titulo:"
           AT 0603 FOREGROUND-COLOR 3 HIGHLIGHT.
           DISPLAY ENCL-TITULO HIGHLIGHT AT 0611.

           DISPLAY "Livro:"
           AT 0803 FOREGROUND-COLOR 3 HIGHLIGHT.
           DISPLAY ENCL-LIVRO-COD HIGHLIGHT AT 0810.
           DISPLAY "Pedida:"
           AT 0820 FOREGROUND-COLOR 3 HIGHLIGHT.
           DISPLAY ENCL-QTD HIGHLIGHT AT 0828.
           DISPLAY "Recebida:"
           AT 0835 FOREGROUND-COLOR 3 HIGHLIGHT.
           DISPLAY ENCL-RECEBIDO HIGHLIGHT AT 0845.

           COMPUTE QTD-EM-FALTA = ENCL-QTD - ENCL-RECEBIDO.

           DISPLAY "Quantidade recebida agora (Zero ignora):"
           AT 1003 FOREGROUND-COLOR 3 HIGHLIGHT.
           PERFORM WITH TEST AFTER UNTIL
           QTD-RECEBIDA <= QTD-EM-FALTA
               MOVE 0 TO QTD-RECEBIDA
               ACCEPT QTD-RECEBIDA AUTO HIGHLIGHT AT 1044
               IF QTD-RECEBIDA > QTD-EM-FALTA THEN
                   DISPLAY "Quantidade excede a falta!"
                   FOREGROUND-COLOR 4 HIGHLIGHT AT 1050
               ELSE
                   DISPLAY "                          " AT 1050
               END-IF
           END-PERFORM.
           DISPLAY QTD-RECEBIDA HIGHLIGHT AT 1044.

           IF QTD-RECEBIDA > 0 THEN
               MOVE "S" TO EXISTE
               IF ENCL-LIVRO-COD = 0 THEN
                   DISPLAY "Codigo do Livro criado para o titulo:"
                   AT 1203 FOREGROUND-COLOR 3 HIGHLIGHT
                   ACCEPT ENCL-LIVRO-COD AUTO HIGHLIGHT AT 1241
                   DISPLAY ENCL-LIVRO-COD HIGHLIGHT AT 1241
               END-IF

               MOVE ENCL-LIVRO-COD TO LIVRO-COD
               READ FIC-LIVROS
                   INVALID KEY
                       MOVE "N" TO EXISTE
               END-READ

               IF (EXISTE = "N") THEN
                   DISPLAY "Livro nao existe! Registe primeiro" &
                   " o livro."
                   FOREGROUND-COLOR 4 HIGHLIGHT AT 1403
                   MOVE 0 TO QTD-RECEBIDA
               ELSE
                   PERFORM RECECAO-CRIAR-EXEMPLARES
                   ADD QTD-RECEBIDA TO ENCL-RECEBIDO
                   REWRITE REGISTO-ENCLINHAS
                       INVALID KEY
                           DISPLAY "Erro ao atualizar a linha!"
                           FOREGROUND-COLOR 4 HIGHLIGHT AT 1403
                       NOT INVALID KEY
                           DISPLAY "Exemplares criados:"
                           HIGHLIGHT AT 1403
                           DISPLAY QTD-RECEBIDA HIGHLIGHT AT 1423
                           MOVE "EXEMPLARES" TO AUDITORIA-FICHEIRO
                           MOVE "WRITE" TO AUDITORIA-OPERACAO
                           MOVE ENCL-LIVRO-COD TO AUDITORIA-CHAVE
                           PERFORM REGISTAR-AUDITORIA
                   END-REWRITE
               END-IF
           END-IF.

           DISPLAY "Prima ENTER para a proxima linha."
           HIGHLIGHT AT 2003.
           ACCEPT OMITTED AT 2037.
      ******************************************************************
       RECECAO-CRIAR-EXEMPLARES.
           PERFORM VARYING SUB-EXEMPLAR-NOVO FROM 1 BY 1
           UNTIL SUB-EXEMPLAR-NOVO > QTD-RECEBIDA
               PERFORM OBTER-PROXIMO-EXEMPLAR
               MOVE LIVRO-COD TO EXEMPLAR-LIVRO-COD
               MOVE PROXIMO-EXEMPLAR-NUM TO EXEMPLAR-NUM
               MOVE "D" TO EXEMPLAR-ESTADO
               MOVE 0 TO EXEMPLAR-ETIQUETA
               MOVE ENCL-CUSTO TO EXEMPLAR-CUSTO
               MOVE ENCOMENDA-FORNECEDOR-COD TO EXEMPLAR-FORNECEDOR
               MOVE 1 TO EXEMPLAR-CONSERVACAO
               MOVE POLO-ATUAL TO EXEMPLAR-POLO-ORIGEM
               MOVE POLO-ATUAL TO EXEMPLAR-POLO-ATUAL
               MOVE 0 TO EXEMPLAR-POLO-DESTINO
               WRITE REGISTO-EXEMPLARES
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       ADD 1 TO NUM-EXEMPLARES
               END-WRITE
           END-PERFORM.
           REWRITE REGISTO-LIVROS
               INVALID KEY
                   CONTINUE
           END-REWRITE.
      ******************************************************************
       RECECAO-VERIFICAR-COMPLETA.
           MOVE "S" TO ENCOMENDA-COMPLETA.
           MOVE "N" TO FIM-LINHAS-ENCOMENDA.
           MOVE ENCOMENDA-TRABALHO TO ENCL-ENCOMENDA-COD.
           MOVE 0 TO ENCL-NUM.
           START FIC-ENCLINHAS KEY >= ENCL-CHAVE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF FS <> "05" AND FS <> "23" THEN
                       PERFORM UNTIL FS = "10"
                       OR FIM-LINHAS-ENCOMENDA = "S"
                           READ FIC-ENCLINHAS NEXT RECORD
                               NOT AT END
                                   IF ENCL-ENCOMENDA-COD NOT =
                                   ENCOMENDA-TRABALHO THEN
                                       MOVE "S" TO
                                       FIM-LINHAS-ENCOMENDA
                                   ELSE
                                       IF ENCL-RECEBIDO < ENCL-QTD
                                       THEN
                                           MOVE "N" TO
                                           ENCOMENDA-COMPLETA
                                       END-IF
                                   END-IF
                           END-READ
                       END-PERFORM
                   END-IF
           END-START.

           IF (ENCOMENDA-COMPLETA = "S") THEN
               MOVE ENCOMENDA-TRABALHO TO ENCOMENDA-COD
               READ FIC-ENCOMENDAS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "R" TO ENCOMENDA-ESTADO
                       REWRITE REGISTO-ENCOMENDAS
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               MOVE "ENCOMENDAS"
                               TO AUDITORIA-FICHEIRO
                               MOVE "REWRITE" TO AUDITORIA-OPERACAO
                               MOVE ENCOMENDA-COD TO AUDITORIA-CHAVE
                               PERFORM REGISTAR-AUDITORIA
                       END-REWRITE
               END-READ
           END-IF.
      ******************************************************************
       ENCOMENDAS-PENDENTES.
           PERFORM BASE.
           DISPLAY "Encomendas Pendentes" HIGHLIGHT AT 0217.

           MOVE 0 TO NUM-LINHAS-PENDENTES.
           MOVE "N" TO FIM-ENCOMENDAS.
           OPEN OUTPUT FIC-ENCPEND.

           MOVE FUNCTION CONCATENATE(
           "Encomendas Pendentes | Data: " DATA-FORMATADA)
           TO LINHA-ENCPEND.
           WRITE REGISTO-ENCPEND.

           MOVE 0 TO ENCOMENDA-COD.
           START FIC-ENCOMENDAS KEY > ENCOMENDA-COD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF FS <> "05" AND FS <> "23" THEN
                       PERFORM UNTIL FIM-ENCOMENDAS = "S"
                           READ FIC-ENCOMENDAS NEXT RECORD
                               AT END
                                   MOVE "S" TO FIM-ENCOMENDAS
                               NOT AT END
                                   IF ENCOMENDA-ESTADO = "P" THEN
                                       PERFORM PENDENTES-UMA-ENCOMENDA
                                   END-IF
                           END-READ
                       END-PERFORM
                   END-IF
           END-START.

           MOVE FUNCTION CONCATENATE(
           "Linhas pendentes: " NUM-LINHAS-PENDENTES)
           TO LINHA-ENCPEND.
           WRITE REGISTO-ENCPEND.

           CLOSE FIC-ENCPEND.

           DISPLAY "Linhas pendentes:"
           AT 0403 FOREGROUND-COLOR 3 HIGHLIGHT.
           DISPLAY NUM-LINHAS-PENDENTES HIGHLIGHT AT 0421.
           DISPLAY "Relatorio gravado em ENCPEND.TXT."
           HIGHLIGHT AT 0603.

           DISPLAY "Prima ENTER para continuar." HIGHLIGHT AT 0803.
           ACCEPT OMITTED AT 0831.
           MOVE "N" TO REPETIR-MENU.
      ******************************************************************
       PENDENTES-UMA-ENCOMENDA.
           MOVE ENCOMENDA-FORNECEDOR-COD TO FORNECEDOR-COD.
           READ FIC-FORNECEDORES
               INVALID KEY
                   MOVE SPACES TO FORNECEDOR-NOME
           END-READ.

           MOVE FUNCTION CONCATENATE(
           "Encomenda: " ENCOMENDA-COD " | Fornecedor: "
           ENCOMENDA-FORNECEDOR-COD " "
           FUNCTION TRIM(FORNECEDOR-NOME) " | Data: "
           DATA-ENCOMENDA) TO LINHA-ENCPEND.
           WRITE REGISTO-ENCPEND.

           MOVE "N" TO FIM-LINHAS-ENCOMENDA.
           MOVE ENCOMENDA-COD TO ENCOMENDA-TRABALHO.
           MOVE ENCOMENDA-TRABALHO TO ENCL-ENCOMENDA-COD.
           MOVE 0 TO ENCL-NUM.
           START FIC-ENCLINHAS KEY >= ENCL-CHAVE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF FS <> "05" AND FS <> "23" THEN
                       PERFORM UNTIL FS = "10"
                       OR FIM-LINHAS-ENCOMENDA = "S"
                           READ FIC-ENCLINHAS NEXT RECORD
                               NOT AT END
                                   IF ENCL-ENCOMENDA-COD NOT =
                                   ENCOMENDA-TRABALHO THEN
                                       MOVE "S" TO
                                       FIM-LINHAS-ENCOMENDA
                                   ELSE
                                       IF ENCL-RECEBIDO < ENCL-QTD
                                       THEN
                                           PERFORM
                                           PENDENTES-UMA-LINHA
                                       END-IF
                                   END-IF
                           END-READ
                       END-PERFORM
                   END-IF
           END-START.

           MOVE ENCOMENDA-TRABALHO TO ENCOMENDA-COD.
           READ FIC-ENCOMENDAS
               INVALID KEY
                   CONTINUE
           END-READ.
      ******************************************************************
       PENDENTES-UMA-LINHA.
           COMPUTE QTD-EM-FALTA = ENCL-QTD - ENCL-RECEBIDO.
           MOVE ENCL-CUSTO TO VALOR-TRABALHO.
           PERFORM FORMATAR-VALOR.
           MOVE FUNCTION CONCATENATE(
           "  Linha: " ENCL-NUM " | Titulo: "
           FUNCTION TRIM(ENCL-TITULO) " | Em falta: " QTD-EM-FALTA
           " | Custo Eur: " VALOR-FORMATADO) TO LINHA-ENCPEND.
           WRITE REGISTO-ENCPEND.
           ADD 1 TO NUM-LINHAS-PENDENTES.
      ******************************************************************
       ENCOMENDAS-CONFIRMAR.
           PERFORM BASE.
           DISPLAY "Confirmar Rascunho" HIGHLIGHT AT 0217.

           DISPLAY "Por favor preencha o seguinte campo:" AT 0403
           HIGHLIGHT.

           DISPLAY "Codigo da Encomenda:"
           AT 0603 FOREGROUND-COLOR 3 HIGHLIGHT.

           DISPLAY "Deixe em branco para retroceder."
           AT 0803 HIGHLIGHT.

           ACCEPT ENCOMENDA-COD AUTO HIGHLIGHT AT 0624.
           DISPLAY ENCOMENDA-COD HIGHLIGHT AT 0624.
           DISPLAY "                                " AT 0803.

           READ FIC-ENCOMENDAS
               INVALID KEY
                   MOVE "N" TO EXISTE
               NOT INVALID KEY
           END-READ.

           IF (EXISTE = "N") THEN
               IF ENCOMENDA-COD = SPACES THEN
                   DISPLAY "00000" AT 0624 HIGHLIGHT
               ELSE
                   DISPLAY "Encomenda nao existe!"
                   FOREGROUND-COLOR 4 HIGHLIGHT AT 0630
               END-IF
           ELSE
               IF ENCOMENDA-ESTADO NOT = "S" THEN
                   DISPLAY "Encomenda nao esta em rascunho!"
                   FOREGROUND-COLOR 4 HIGHLIGHT AT 0630
               ELSE
                   DISPLAY "Fornecedor:"
                   AT 0803 FOREGROUND-COLOR 3 HIGHLIGHT
                   DISPLAY ENCOMENDA-FORNECEDOR-COD HIGHLIGHT AT 0815
                   MOVE ENCOMENDA-FORNECEDOR-COD TO FORNECEDOR-COD
                   READ FIC-FORNECEDORES
                       INVALID KEY
                           MOVE SPACES TO FORNECEDOR-NOME
                   END-READ
                   DISPLAY FORNECEDOR-NOME HIGHLIGHT AT 0822

                   DISPLAY "Confirmar (C), Eliminar (E) ou Nada (N):"
                   AT 1003 FOREGROUND-COLOR 3 HIGHLIGHT
                   MOVE "N" TO ACAO-RASCUNHO
                   ACCEPT ACAO-RASCUNHO AUTO HIGHLIGHT AT 1044
                   DISPLAY ACAO-RASCUNHO HIGHLIGHT AT 1044

                   EVALUATE ACAO-RASCUNHO
                       WHEN "C"
                           MOVE "P" TO ENCOMENDA-ESTADO
                           REWRITE REGISTO-ENCOMENDAS
                               INVALID KEY
                                   DISPLAY "Erro ao confirmar!"
                                   FOREGROUND-COLOR 4 HIGHLIGHT AT 1203
                               NOT INVALID KEY
                                   DISPLAY "Encomenda confirmada!"
                                   HIGHLIGHT AT 1203
                                   MOVE "ENCOMENDAS"
                                   TO AUDITORIA-FICHEIRO
                                   MOVE "REWRITE" TO AUDITORIA-OPERACAO
                                   MOVE ENCOMENDA-COD TO AUDITORIA-CHAVE
                                   PERFORM REGISTAR-AUDITORIA
                           END-REWRITE
                       WHEN "E"
                           MOVE ENCOMENDA-COD TO ENCOMENDA-TRABALHO
                           PERFORM RASCUNHO-ELIMINAR-LINHAS
                           MOVE ENCOMENDA-TRABALHO TO ENCOMENDA-COD
                           DELETE FIC-ENCOMENDAS
                               INVALID KEY
                                   DISPLAY "Erro ao eliminar!"
                                   FOREGROUND-COLOR 4 HIGHLIGHT AT 1203
                               NOT INVALID KEY
                                   DISPLAY "Rascunho eliminado!"
                                   HIGHLIGHT AT 1203
                                   MOVE "ENCOMENDAS"
                                   TO AUDITORIA-FICHEIRO
                                   MOVE "DELETE" TO AUDITORIA-OPERACAO
                                   MOVE ENCOMENDA-COD TO AUDITORIA-CHAVE
                                   PERFORM REGISTAR-AUDITORIA
                           END-DELETE
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               END-IF
           END-IF.

           DISPLAY "Prima ENTER para continuar.         "
           ACCEPT OMITTED AT 0430.
           MOVE "N" TO REPETIR-MENU.
      ******************************************************************
       RASCUNHO-ELIMINAR-LINHAS.
           MOVE "N" TO FIM-LINHAS-ENCOMENDA.
           MOVE ENCOMENDA-TRABALHO TO ENCL-ENCOMENDA-COD.
           MOVE 0 TO ENCL-NUM.
           START FIC-ENCLINHAS KEY >= ENCL-CHAVE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF FS <> "05" AND FS <> "23" THEN
                       PERFORM UNTIL FS = "10"
                       OR FIM-LINHAS-ENCOMENDA = "S"
                           READ FIC-ENCLINHAS NEXT RECORD
                               NOT AT END
                                   IF ENCL-ENCOMENDA-COD NOT =
                                   ENCOMENDA-TRABALHO THEN
                                       MOVE "S" TO
                                       FIM-LINHAS-ENCOMENDA
                                   ELSE
                                       DELETE FIC-ENCLINHAS
                                           INVALID KEY
                                               CONTINUE
                                       END-DELETE
                                   END-IF
                           END-READ
                       END-PERFORM
                   END-IF
           END-START.
      ****** SUGESTOES DE COMPRA ***************************************
       ENCOMENDAS-SUGESTOES.
           PERFORM BASE.
           DISPLAY "Sugestoes de Compra" HIGHLIGHT AT 0217.
           DISPLAY "A calcular a procura por titulo..."
           HIGHLIGHT AT 0403.

           PERFORM SUGESTOES-CALCULAR.
           PERFORM SUGESTOES-RELATORIO.
           PERFORM SUGESTOES-LISTAR.

           IF NUM-SUGESTOES > 0 AND NIVEL-ATUAL > 1 THEN
               PERFORM SUGESTOES-SELECIONAR
               IF NUM-SELECIONADAS > 0 THEN
                   PERFORM SUGESTOES-GERAR-RASCUNHOS
               END-IF
           END-IF.

           MOVE "N" TO REPETIR-MENU.
      ******************************************************************
       SUGESTOES-CALCULAR.
           MOVE 0 TO NUM-TABELA-SUGESTOES.
           COMPUTE JULIANO-PROCURA = JULIANO-HOJE - DIAS-PROCURA.

           MOVE 0 TO LIVRO-COD.
           START FIC-LIVROS KEY > LIVRO-COD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF FS <> "05" AND FS <> "23" THEN
                       PERFORM UNTIL FS = "10"
                           READ FIC-LIVROS NEXT RECORD
                               NOT AT END
                                   PERFORM SUGESTOES-NOVO-TITULO
                           END-READ
                       END-PERFORM
                   END-IF
           END-START.

           MOVE 0 TO EXEMPLAR-LIVRO-COD.
           MOVE 0 TO EXEMPLAR-NUM.
           START FIC-EXEMPLARES KEY > EXEMPLAR-CHAVE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF FS <> "05" AND FS <> "23" THEN
                       PERFORM UNTIL FS = "10"
                           READ FIC-EXEMPLARES NEXT RECORD
                               NOT AT END
                                   MOVE EXEMPLAR-LIVRO-COD
                                   TO LIVRO-PROCURA
                                   PERFORM SUGESTOES-PROCURAR-TITULO
                                   IF ENCONTRADO = "S" THEN
                                       PERFORM SUGESTOES-CONTAR-EXEMPLAR
                                   END-IF
                           END-READ
                       END-PERFORM
                   END-IF
           END-START.

           MOVE 0 TO ESPERA-COD.
           START FIC-ESPERA KEY > ESPERA-COD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF FS <> "05" AND FS <> "23" THEN
                       PERFORM UNTIL FS = "10"
                           READ FIC-ESPERA NEXT RECORD
                               NOT AT END
                                   MOVE ESPERA-LIVRO-COD
                                   TO LIVRO-PROCURA
                                   PERFORM SUGESTOES-PROCURAR-TITULO
                                   IF ENCONTRADO = "S" THEN
                                       ADD 1 TO TS-ESPERA(SUB-SUGESTAO)
                                   END-IF
                           END-READ
                       END-PERFORM
                   END-IF
           END-START.

           MOVE 0 TO ALUGUER-COD.
           START FIC-ALUGUERES KEY > ALUGUER-COD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF FS <> "05" AND FS <> "23" THEN
                       PERFORM UNTIL FS = "10"
                           READ FIC-ALUGUERES NEXT RECORD
                               NOT AT END
                                   COMPUTE JULIANO-EMPRESTIMO =
                                   FUNCTION INTEGER-OF-DATE(
                                   ANO-ALUGUER * 10000
                                   + MES-ALUGUER * 100 + DIA-ALUGUER)
                                   MOVE ALUGUER-LIVRO-COD
                                   TO LIVRO-PROCURA
                                   PERFORM SUGESTOES-CONTAR-EMPRESTIMO
                           END-READ
                       END-PERFORM
                   END-IF
           END-START.

           MOVE 0 TO HIST-ALUGUER-COD.
           START FIC-HISTORICO KEY > HIST-ALUGUER-COD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF FS <> "05" AND FS <> "23" THEN
                       PERFORM UNTIL FS = "10"
                           READ FIC-HISTORICO NEXT RECORD
                               NOT AT END
                                   COMPUTE JULIANO-EMPRESTIMO =
                                   FUNCTION INTEGER-OF-DATE(
                                   HIST-ANO-ALUGUER * 10000
                                   + HIST-MES-ALUGUER * 100
                                   + HIST-DIA-ALUGUER)
                                   MOVE HIST-LIVRO-COD
                                   TO LIVRO-PROCURA
                                   PERFORM SUGESTOES-CONTAR-EMPRESTIMO
                           END-READ
                       END-PERFORM
                   END-IF
           END-START.

           MOVE 0 TO ENCL-ENCOMENDA-COD.
           MOVE 0 TO ENCL-NUM.
           START FIC-ENCLINHAS KEY > ENCL-CHAVE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF FS <> "05" AND FS <> "23" THEN
                       PERFORM UNTIL FS = "10"
                           READ FIC-ENCLINHAS NEXT RECORD
                               NOT AT END
                                   IF ENCL-RECEBIDO < ENCL-QTD AND
                                   ENCL-LIVRO-COD > 0 THEN
                                       PERFORM SUGESTOES-VERIFICAR-LINHA
                                   END-IF
                           END-READ
                       END-PERFORM
                   END-IF
           END-START.

           PERFORM VARYING SUB-SUGESTAO FROM 1 BY 1
           UNTIL SUB-SUGESTAO > NUM-TABELA-SUGESTOES
               PERFORM SUGESTOES-AVALIAR-TITULO
           END-PERFORM.
      ******************************************************************
       SUGESTOES-NOVO-TITULO.
           IF NUM-TABELA-SUGESTOES < 500 THEN
               ADD 1 TO NUM-TABELA-SUGESTOES
               MOVE NUM-TABELA-SUGESTOES TO SUB-SUGESTAO
               MOVE LIVRO-COD TO TS-LIVRO-COD(SUB-SUGESTAO)
               MOVE 0 TO TS-ESPERA(SUB-SUGESTAO)
               MOVE 0 TO TS-EMPRESTIMOS(SUB-SUGESTAO)
               MOVE 0 TO TS-EXEMPLARES(SUB-SUGESTAO)
               MOVE 0 TO TS-FORNECEDOR(SUB-SUGESTAO)
               MOVE 0 TO TS-CUSTO(SUB-SUGESTAO)
               MOVE 0 TO TS-PRESSAO(SUB-SUGESTAO)
               MOVE 0 TO TS-QTD(SUB-SUGESTAO)
               MOVE "N" TO TS-ENCOMENDADO(SUB-SUGESTAO)
               MOVE SPACE TO TS-SITUACAO(SUB-SUGESTAO)
               MOVE 0 TO TS-RANKING(SUB-SUGESTAO)
           END-IF.
      ******************************************************************
       SUGESTOES-PROCURAR-TITULO.
           MOVE "N" TO ENCONTRADO.
           PERFORM VARYING SUB-SUGESTAO FROM 1 BY 1
           UNTIL SUB-SUGESTAO > NUM-TABELA-SUGESTOES
           OR ENCONTRADO = "S"
               IF TS-LIVRO-COD(SUB-SUGESTAO) = LIVRO-PROCURA THEN
                   MOVE "S" TO ENCONTRADO
               END-IF
           END-PERFORM.
           IF ENCONTRADO = "S" THEN
               SUBTRACT 1 FROM SUB-SUGESTAO
           END-IF.
      ******************************************************************
       SUGESTOES-CONTAR-EXEMPLAR.
           IF EXEMPLAR-ESTADO = "D" OR EXEMPLAR-ESTADO = "A" OR
           EXEMPLAR-ESTADO = "T" THEN
               ADD 1 TO TS-EXEMPLARES(SUB-SUGESTAO)
           END-IF.
           IF EXEMPLAR-FORNECEDOR IS NUMERIC AND
           EXEMPLAR-FORNECEDOR > 0 THEN
               MOVE EXEMPLAR-FORNECEDOR TO TS-FORNECEDOR(SUB-SUGESTAO)
               MOVE EXEMPLAR-CUSTO TO TS-CUSTO(SUB-SUGESTAO)
           END-IF.
      ******************************************************************
       SUGESTOES-CONTAR-EMPRESTIMO.
           IF JULIANO-EMPRESTIMO >= JULIANO-PROCURA THEN
               PERFORM SUGESTOES-PROCURAR-TITULO
               IF ENCONTRADO = "S" THEN
                   ADD 1 TO TS-EMPRESTIMOS(SUB-SUGESTAO)
               END-IF
           END-IF.
      ******************************************************************
       SUGESTOES-VERIFICAR-LINHA.
           MOVE ENCL-ENCOMENDA-COD TO ENCOMENDA-COD.
           READ FIC-ENCOMENDAS
               INVALID KEY
                   MOVE "R" TO ENCOMENDA-ESTADO
           END-READ.
           IF ENCOMENDA-ESTADO NOT = "R" THEN
               MOVE ENCL-LIVRO-COD TO LIVRO-PROCURA
               PERFORM SUGESTOES-PROCURAR-TITULO
               IF ENCONTRADO = "S" THEN
                   MOVE "S" TO TS-ENCOMENDADO(SUB-SUGESTAO)
               END-IF
           END-IF.
      ******************************************************************
       SUGESTOES-AVALIAR-TITULO.
           COMPUTE DEMANDA-TITULO =
               TS-ESPERA(SUB-SUGESTAO) + TS-EMPRESTIMOS(SUB-SUGESTAO).
           IF DEMANDA-TITULO > 0 AND
           TS-ENCOMENDADO(SUB-SUGESTAO) = "N" THEN
               IF TS-EXEMPLARES(SUB-SUGESTAO) > 0 THEN
                   MOVE TS-EXEMPLARES(SUB-SUGESTAO)
                   TO DIVISOR-EXEMPLARES
               ELSE
                   MOVE 1 TO DIVISOR-EXEMPLARES
               END-IF
               COMPUTE TS-PRESSAO(SUB-SUGESTAO) ROUNDED =
                   DEMANDA-TITULO / DIVISOR-EXEMPLARES
               IF TS-ESPERA(SUB-SUGESTAO) > 0 OR
               TS-PRESSAO(SUB-SUGESTAO) >= PRESSAO-MINIMA THEN
                   MOVE "C" TO TS-SITUACAO(SUB-SUGESTAO)
                   IF TS-ESPERA(SUB-SUGESTAO) >
                   TS-EXEMPLARES(SUB-SUGESTAO) THEN
                       COMPUTE TS-QTD(SUB-SUGESTAO) =
                           TS-ESPERA(SUB-SUGESTAO)
                           - TS-EXEMPLARES(SUB-SUGESTAO)
                   ELSE
                       MOVE 1 TO TS-QTD(SUB-SUGESTAO)
                   END-IF
               END-IF
           END-IF.
      ******************************************************************
       SUGESTOES-RELATORIO.
           MOVE 0 TO NUM-SUGESTOES.
           OPEN OUTPUT FIC-SUGESTOES.

           MOVE FUNCTION CONCATENATE(
           "Sugestoes de Compra | Data: " DATA-FORMATADA
           " | Procura dos ultimos " DIAS-PROCURA " dias")
           TO LINHA-SUGESTAO.
           WRITE REGISTO-SUGESTOES.

           PERFORM WITH TEST AFTER UNTIL SUB-MAX = 0
               MOVE 0 TO SUB-MAX
               MOVE 0 TO PRESSAO-MAX
               PERFORM VARYING SUB-SUGESTAO FROM 1 BY 1
               UNTIL SUB-SUGESTAO > NUM-TABELA-SUGESTOES
                   IF TS-SITUACAO(SUB-SUGESTAO) = "C" AND
                   TS-RANKING(SUB-SUGESTAO) = 0 AND
                   (SUB-MAX = 0 OR
                   TS-PRESSAO(SUB-SUGESTAO) > PRESSAO-MAX) THEN
                       MOVE TS-PRESSAO(SUB-SUGESTAO) TO PRESSAO-MAX
                       MOVE SUB-SUGESTAO TO SUB-MAX
                   END-IF
               END-PERFORM
               IF SUB-MAX > 0 THEN
                   ADD 1 TO NUM-SUGESTOES
                   MOVE NUM-SUGESTOES TO TS-RANKING(SUB-MAX)
                   MOVE SUB-MAX TO SUB-SUGESTAO
                   PERFORM SUGESTOES-LER-DADOS
                   MOVE FUNCTION CONCATENATE(
                   TS-RANKING(SUB-SUGESTAO) " | C.Lv: "
                   TS-LIVRO-COD(SUB-SUGESTAO) " | "
                   FUNCTION TRIM(TITULO) " | Espera: "
                   TS-ESPERA(SUB-SUGESTAO) " | Alugueres: "
                   TS-EMPRESTIMOS(SUB-SUGESTAO) " | Exemplares: "
                   TS-EXEMPLARES(SUB-SUGESTAO) " | Pressao: "
                   PRESSAO-FORMATADA " | Qtd: "
                   TS-QTD(SUB-SUGESTAO) " | Fornecedor: "
                   TS-FORNECEDOR(SUB-SUGESTAO) " "
                   FUNCTION TRIM(FORNECEDOR-NOME) " | Custo Eur: "
                   VALOR-FORMATADO) TO LINHA-SUGESTAO
                   WRITE REGISTO-SUGESTOES
               END-IF
           END-PERFORM.

           MOVE FUNCTION CONCATENATE(
           "Titulos sugeridos: " NUM-SUGESTOES) TO LINHA-SUGESTAO.
           WRITE REGISTO-SUGESTOES.
           CLOSE FIC-SUGESTOES.
      ******************************************************************
       SUGESTOES-LER-DADOS.
           MOVE TS-LIVRO-COD(SUB-SUGESTAO) TO LIVRO-COD.
           READ FIC-LIVROS
               INVALID KEY
                   MOVE SPACES TO TITULO
           END-READ.
           MOVE SPACES TO FORNECEDOR-NOME.
           IF TS-FORNECEDOR(SUB-SUGESTAO) > 0 THEN
               MOVE TS-FORNECEDOR(SUB-SUGESTAO) TO FORNECEDOR-COD
               READ FIC-FORNECEDORES
                   INVALID KEY
                       MOVE SPACES TO FORNECEDOR-NOME
               END-READ
           END-IF.
           COMPUTE PRESSAO-CENTESIMAS = TS-PRESSAO(SUB-SUGESTAO) * 100.
           DIVIDE PRESSAO-CENTESIMAS BY 100 GIVING PRESSAO-INTEIRA
                                        REMAINDER PRESSAO-DECIMAS.
           MOVE TS-CUSTO(SUB-SUGESTAO) TO VALOR-TRABALHO.
           PERFORM FORMATAR-VALOR.
      ******************************************************************
       SUGESTOES-LISTAR.
           PERFORM BASE.
           DISPLAY "Sugestoes de Compra" HIGHLIGHT AT 0217.

           IF NUM-SUGESTOES = 0 THEN
               DISPLAY "Nao ha titulos a sugerir!" HIGHLIGHT AT 0603
           ELSE
               DISPLAY "Ord" FOREGROUND-COLOR 3 HIGHLIGHT AT 0503
               DISPLAY "C.Lv." FOREGROUND-COLOR 3 HIGHLIGHT AT 0508
               DISPLAY "Titulo" FOREGROUND-COLOR 3 HIGHLIGHT AT 0514
               DISPLAY "Esp" FOREGROUND-COLOR 3 HIGHLIGHT AT 0545
               DISPLAY "Alug." FOREGROUND-COLOR 3 HIGHLIGHT AT 0550
               DISPLAY "Ex." FOREGROUND-COLOR 3 HIGHLIGHT AT 0557
               DISPLAY "Pressao" FOREGROUND-COLOR 3 HIGHLIGHT AT 0562
               DISPLAY "Qtd" FOREGROUND-COLOR 3 HIGHLIGHT AT 0570
               DISPLAY "Forn." FOREGROUND-COLOR 3 HIGHLIGHT AT 0575
               DISPLAY "Custo" FOREGROUND-COLOR 3 HIGHLIGHT AT 0582
               MOVE 6 TO LINHA
               PERFORM VARYING RANKING-SUGESTAO FROM 1 BY 1
               UNTIL RANKING-SUGESTAO > NUM-SUGESTOES
                   PERFORM VARYING SUB-SUGESTAO FROM 1 BY 1
                   UNTIL SUB-SUGESTAO > NUM-TABELA-SUGESTOES
                       IF TS-RANKING(SUB-SUGESTAO) = RANKING-SUGESTAO
                       THEN
                           PERFORM SUGESTOES-LINHA-ECRA
                       END-IF
                   END-PERFORM
               END-PERFORM
           END-IF.

           DISPLAY "Relatorio gravado em SUGESTOES.TXT."
           HIGHLIGHT AT 2003.
           DISPLAY "Prima ENTER para continuar.         "
           HIGHLIGHT AT 0403.
           ACCEPT OMITTED AT 0430.
      ******************************************************************
       SUGESTOES-LINHA-ECRA.
           PERFORM SUGESTOES-LER-DADOS.
           DISPLAY TS-RANKING(SUB-SUGESTAO) HIGHLIGHT LINE LINHA COL 3.
           DISPLAY TS-LIVRO-COD(SUB-SUGESTAO)
           HIGHLIGHT LINE LINHA COL 8.
           DISPLAY TITULO HIGHLIGHT LINE LINHA COL 14.
           DISPLAY TS-ESPERA(SUB-SUGESTAO) HIGHLIGHT LINE LINHA COL 45.
           DISPLAY TS-EMPRESTIMOS(SUB-SUGESTAO)
           HIGHLIGHT LINE LINHA COL 50.
           DISPLAY TS-EXEMPLARES(SUB-SUGESTAO)
           HIGHLIGHT LINE LINHA COL 57.
           DISPLAY PRESSAO-FORMATADA HIGHLIGHT LINE LINHA COL 62.
           DISPLAY TS-QTD(SUB-SUGESTAO) HIGHLIGHT LINE LINHA COL 70.
           DISPLAY TS-FORNECEDOR(SUB-SUGESTAO)
           HIGHLIGHT LINE LINHA COL 75.
           DISPLAY VALOR-FORMATADO HIGHLIGHT LINE LINHA COL 82.
           ADD 1 TO LINHA.
           IF LINHA = 19 THEN
               DISPLAY "Prima ENTER para continuar..."
               HIGHLIGHT AT 2003
               ACCEPT OMITTED AT 2033
               PERFORM BASE
               DISPLAY "Sugestoes de Compra" HIGHLIGHT AT 0217
               MOVE 6 TO LINHA
           END-IF.
      ******************************************************************
       SUGESTOES-SELECIONAR.
           MOVE 0 TO NUM-SELECIONADAS.
           PERFORM BASE.
           DISPLAY "Sugestoes de Compra" HIGHLIGHT AT 0217.
           DISPLAY "Gerar encomendas em rascunho? (S/N)"
           AT 0403 FOREGROUND-COLOR 3 HIGHLIGHT.
           MOVE "N" TO GERAR-RASCUNHOS.
           ACCEPT GERAR-RASCUNHOS AUTO HIGHLIGHT AT 0439.
           DISPLAY GERAR-RASCUNHOS HIGHLIGHT AT 0439.

           IF GERAR-RASCUNHOS = "S" THEN
               PERFORM WITH TEST AFTER UNTIL LIVRO-SELECIONADO = 0
                   PERFORM SUGESTOES-SELECIONAR-TITULO
               END-PERFORM
           END-IF.
      ******************************************************************
       SUGESTOES-SELECIONAR-TITULO.
           PERFORM BASE.
           DISPLAY "Sugestoes de Compra - Selecao" HIGHLIGHT AT 0217.
           DISPLAY "Titulos selecionados:"
           AT 0403 FOREGROUND-COLOR 3 HIGHLIGHT.
           DISPLAY NUM-SELECIONADAS HIGHLIGHT AT 0425.

           DISPLAY "Codigo do Livro (Zero termina):"
           AT 0603 FOREGROUND-COLOR 3 HIGHLIGHT.
           MOVE 0 TO LIVRO-SELECIONADO.
           ACCEPT LIVRO-SELECIONADO AUTO HIGHLIGHT AT 0635.
           DISPLAY LIVRO-SELECIONADO HIGHLIGHT AT 0635.

           IF LIVRO-SELECIONADO > 0 THEN
               MOVE LIVRO-SELECIONADO TO LIVRO-PROCURA
               PERFORM SUGESTOES-PROCURAR-TITULO
               IF ENCONTRADO = "S" AND
               TS-SITUACAO(SUB-SUGESTAO) NOT = "C" AND
               TS-SITUACAO(SUB-SUGESTAO) NOT = "S" THEN
                   MOVE "N" TO ENCONTRADO
               END-IF
               IF (ENCONTRADO = "N") THEN
                   DISPLAY "Titulo nao consta das sugestoes!"
                   FOREGROUND-COLOR 4 HIGHLIGHT AT 0642
               ELSE
                   PERFORM SUGESTOES-LER-DADOS
                   DISPLAY TITULO HIGHLIGHT AT 0642
                   DISPLAY "Quantidade (Zero retira):"
                   AT 0803 FOREGROUND-COLOR 3 HIGHLIGHT
                   MOVE TS-QTD(SUB-SUGESTAO) TO QTD-SELECIONADA
                   DISPLAY QTD-SELECIONADA HIGHLIGHT AT 0829
                   ACCEPT QTD-SELECIONADA AUTO HIGHLIGHT AT 0829
                   DISPLAY QTD-SELECIONADA HIGHLIGHT AT 0829
                   IF QTD-SELECIONADA = 0 THEN
                       IF TS-SITUACAO(SUB-SUGESTAO) = "S" THEN
                           MOVE "C" TO TS-SITUACAO(SUB-SUGESTAO)
                           SUBTRACT 1 FROM NUM-SELECIONADAS
                       END-IF
                       DISPLAY "Titulo retirado da selecao."
                       HIGHLIGHT AT 1203
                   ELSE
                       PERFORM SUGESTOES-CONFIRMAR-FORNECEDOR
                       IF (EXISTE = "S") THEN
                           MOVE QTD-SELECIONADA
                           TO TS-QTD(SUB-SUGESTAO)
                           IF TS-SITUACAO(SUB-SUGESTAO) = "C" THEN
                               MOVE "S" TO TS-SITUACAO(SUB-SUGESTAO)
                               ADD 1 TO NUM-SELECIONADAS
                           END-IF
                           DISPLAY "Titulo selecionado."
                           HIGHLIGHT AT 1203
                       END-IF
                   END-IF
               END-IF
               DISPLAY "Prima ENTER para continuar."
               HIGHLIGHT AT 1403
               ACCEPT OMITTED AT 1431
           END-IF.
      ******************************************************************
       SUGESTOES-CONFIRMAR-FORNECEDOR.
           DISPLAY "Fornecedor:"
           AT 1003 FOREGROUND-COLOR 3 HIGHLIGHT.
           MOVE TS-FORNECEDOR(SUB-SUGESTAO) TO FORNECEDOR-COD.
           DISPLAY FORNECEDOR-COD HIGHLIGHT AT 1015.
           ACCEPT FORNECEDOR-COD AUTO HIGHLIGHT AT 1015.
           DISPLAY FORNECEDOR-COD HIGHLIGHT AT 1015.
           READ FIC-FORNECEDORES
               INVALID KEY
                   MOVE "N" TO EXISTE
               NOT INVALID KEY
                   MOVE "S" TO EXISTE
           END-READ.
           IF (EXISTE = "N") THEN
               DISPLAY "Fornecedor nao existe!"
               FOREGROUND-COLOR 4 HIGHLIGHT AT 1022
           ELSE
               DISPLAY FORNECEDOR-NOME HIGHLIGHT AT 1022
               MOVE FORNECEDOR-COD TO TS-FORNECEDOR(SUB-SUGESTAO)
           END-IF.
      ******************************************************************
       SUGESTOES-GERAR-RASCUNHOS.
           MOVE 0 TO NUM-RASCUNHOS.
           PERFORM WITH TEST AFTER UNTIL FORNECEDOR-GRUPO = 0
               MOVE 0 TO FORNECEDOR-GRUPO
               PERFORM VARYING SUB-SUGESTAO FROM 1 BY 1
               UNTIL SUB-SUGESTAO > NUM-TABELA-SUGESTOES
               OR FORNECEDOR-GRUPO > 0
                   IF TS-SITUACAO(SUB-SUGESTAO) = "S" THEN
                       MOVE TS-FORNECEDOR(SUB-SUGESTAO)
                       TO FORNECEDOR-GRUPO
                   END-IF
               END-PERFORM
               IF FORNECEDOR-GRUPO > 0 THEN
                   PERFORM SUGESTOES-CRIAR-ENCOMENDA
               END-IF
           END-PERFORM.

           PERFORM BASE.
           DISPLAY "Sugestoes de Compra" HIGHLIGHT AT 0217.
           DISPLAY "Encomendas em rascunho criadas:"
           AT 0603 FOREGROUND-COLOR 3 HIGHLIGHT.
           DISPLAY NUM-RASCUNHOS HIGHLIGHT AT 0635.
           DISPLAY "Confirme-as em Encomendas, opcao Rascunhos."
           HIGHLIGHT AT 0803.
           DISPLAY "Prima ENTER para continuar.         "
           HIGHLIGHT AT 0403.
           ACCEPT OMITTED AT 0430.
      ******************************************************************
       SUGESTOES-CRIAR-ENCOMENDA.
           MOVE 0 TO TENTATIVAS-ENCOMENDA.
           PERFORM WITH TEST AFTER
           UNTIL EXISTE = "S" OR TENTATIVAS-ENCOMENDA = 5
               PERFORM SUGESTOES-GRAVAR-ENCOMENDA
           END-PERFORM.

           IF (EXISTE = "N") THEN
               PERFORM BASE
               DISPLAY "Sugestoes de Compra" HIGHLIGHT AT 0217
               DISPLAY "Erro ao criar a encomenda"
               FOREGROUND-COLOR 4 HIGHLIGHT AT 0603
               DISPLAY ENCOMENDA-COD
               FOREGROUND-COLOR 4 HIGHLIGHT AT 0629
               DISPLAY "do fornecedor"
               FOREGROUND-COLOR 4 HIGHLIGHT AT 0635
               DISPLAY FORNECEDOR-GRUPO
               FOREGROUND-COLOR 4 HIGHLIGHT AT 0649
               DISPLAY "Os titulos deste fornecedor nao foram" &
               " encomendados." HIGHLIGHT AT 0803
               DISPLAY "Prima ENTER para continuar.         "
               HIGHLIGHT AT 0403
               ACCEPT OMITTED AT 0430
           END-IF.

           MOVE ENCOMENDA-COD TO ENCOMENDA-TRABALHO.
           MOVE 0 TO ENCL-PROX-NUM.
           PERFORM VARYING SUB-GRUPO FROM 1 BY 1
           UNTIL SUB-GRUPO > NUM-TABELA-SUGESTOES
               IF TS-SITUACAO(SUB-GRUPO) = "S" AND
               TS-FORNECEDOR(SUB-GRUPO) = FORNECEDOR-GRUPO THEN
                   IF (EXISTE = "S") THEN
                       PERFORM SUGESTOES-GRAVAR-LINHA
                   ELSE
                       MOVE "C" TO TS-SITUACAO(SUB-GRUPO)
                   END-IF
               END-IF
           END-PERFORM.
      ******************************************************************
       SUGESTOES-GRAVAR-ENCOMENDA.
           ADD 1 TO TENTATIVAS-ENCOMENDA.
           PERFORM OBTER-PROXIMA-ENCOMENDA.
           MOVE PROXIMA-ENCOMENDA-COD TO ENCOMENDA-COD.
           MOVE FORNECEDOR-GRUPO TO ENCOMENDA-FORNECEDOR-COD.
           MOVE ANO-SISTEMA TO ANO-ENCOMENDA.
           MOVE MES-SISTEMA TO MES-ENCOMENDA.
           MOVE DIA-SISTEMA TO DIA-ENCOMENDA.
           MOVE "S" TO ENCOMENDA-ESTADO.

           WRITE REGISTO-ENCOMENDAS
               INVALID KEY
                   MOVE "N" TO EXISTE
               NOT INVALID KEY
                   MOVE "S" TO EXISTE
                   ADD 1 TO NUM-RASCUNHOS
                   MOVE "ENCOMENDAS" TO AUDITORIA-FICHEIRO
                   MOVE "WRITE" TO AUDITORIA-OPERACAO
                   MOVE ENCOMENDA-COD TO AUDITORIA-CHAVE
                   PERFORM REGISTAR-AUDITORIA
           END-WRITE.
      ******************************************************************
       SUGESTOES-GRAVAR-LINHA.
           MOVE TS-LIVRO-COD(SUB-GRUPO) TO LIVRO-COD.
           READ FIC-LIVROS
               INVALID KEY
                   MOVE SPACES TO TITULO
           END-READ.
           ADD 1 TO ENCL-PROX-NUM.
           MOVE ENCOMENDA-TRABALHO TO ENCL-ENCOMENDA-COD.
           MOVE ENCL-PROX-NUM TO ENCL-NUM.
           MOVE TS-LIVRO-COD(SUB-GRUPO) TO ENCL-LIVRO-COD.
           MOVE TITULO TO ENCL-TITULO.
           MOVE TS-QTD(SUB-GRUPO) TO ENCL-QTD.
           MOVE TS-CUSTO(SUB-GRUPO) TO ENCL-CUSTO.
           MOVE 0 TO ENCL-RECEBIDO.
           WRITE REGISTO-ENCLINHAS
               INVALID KEY
                   SUBTRACT 1 FROM ENCL-PROX-NUM
                   MOVE "C" TO TS-SITUACAO(SUB-GRUPO)
                   PERFORM BASE
                   DISPLAY "Sugestoes de Compra" HIGHLIGHT AT 0217
                   DISPLAY "Erro ao gravar o livro"
                   FOREGROUND-COLOR 4 HIGHLIGHT AT 0603
                   DISPLAY LIVRO-COD
                   FOREGROUND-COLOR 4 HIGHLIGHT AT 0626
                   DISPLAY "na encomenda"
                   FOREGROUND-COLOR 4 HIGHLIGHT AT 0632
                   DISPLAY ENCOMENDA-TRABALHO
                   FOREGROUND-COLOR 4 HIGHLIGHT AT 0645
                   DISPLAY "Prima ENTER para continuar.         "
                   HIGHLIGHT AT 0403
                   ACCEPT OMITTED AT 0430
               NOT INVALID KEY
                   MOVE "G" TO TS-SITUACAO(SUB-GRUPO)
           END-WRITE.
      ******************************************************************
       OBTER-PROXIMA-ENCOMENDA.
           MOVE "ENCOMENDAS" TO TIPO-NUMERADOR.
           PERFORM NUMERADOR-RESERVAR.
           IF (NUMERADOR-NOVO = "S") THEN
               PERFORM APURAR-PROXIMA-ENCOMENDA
               MOVE PROXIMA-ENCOMENDA-COD TO NUMERADOR-PROXIMO
           END-IF.
           PERFORM NUMERADOR-AVANCAR.
           MOVE NUMERADOR-ATRIBUIDO TO PROXIMA-ENCOMENDA-COD.
      ******************************************************************
       APURAR-PROXIMA-ENCOMENDA.
           MOVE 1 TO PROXIMA-ENCOMENDA-COD.
           MOVE 0 TO ENCOMENDA-COD.
           START FIC-ENCOMENDAS KEY > ENCOMENDA-COD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF FS <> "05" AND FS <> "23" THEN
                       PERFORM UNTIL FS = "10"
                           READ FIC-ENCOMENDAS NEXT RECORD
                               NOT AT END
                                   MOVE ENCOMENDA-COD
                                   TO PROXIMA-ENCOMENDA-COD
                                   ADD 1 TO PROXIMA-ENCOMENDA-COD
                           END-READ
                       END-PERFORM
                   END-IF
           END-START.
      ******************************************************************
      ******************************************************************
      ******************************************************************
      ****** EMPRESTIMOS INTERBIBLIOTECAS ******************************
       MENU-INTERBIB.
           PERFORM UNTIL SAIR = "S"
               PERFORM BASE
               DISPLAY "Menu Interbibliotecas" HIGHLIGHT AT 0217
               DISPLAY " Interbibliotecas  "
               FOREGROUND-COLOR 3 HIGHLIGHT AT 0545
               DISPLAY "o-----------------------o"
               FOREGROUND-COLOR 3 AT 0642
               DISPLAY "Novo Pedido ------- 1" HIGHLIGHT AT 0744
               DISPLAY "Rececao ----------- 2" HIGHLIGHT AT 0844
               DISPLAY "Levantamento ------ 3" HIGHLIGHT AT 0944
               DISPLAY "Devolucao --------- 4" HIGHLIGHT AT 1044
               DISPLAY "Remeter ----------- 5" HIGHLIGHT AT 1144
               DISPLAY "Consultar --------- 6" HIGHLIGHT AT 1244
               DISPLAY "Atrasos Parceiros - 7" HIGHLIGHT AT 1344
               DISPLAY "Cancelar ---------- 8" HIGHLIGHT AT 1444
               DISPLAY "Menu Livros ------- 9" HIGHLIGHT AT 1644
               DISPLAY "[ ]"                   HIGHLIGHT AT 1853
               MOVE "S" TO REPETIR-MENU
               PERFORM UNTIL REPETIR-MENU = "N"
                   ACCEPT ESCOLHA AT 1854 AUTO
                   EVALUATE ESCOLHA
                       WHEN 1 PERFORM INTERBIB-NOVO
                       WHEN 2 PERFORM INTERBIB-RECEBER
                       WHEN 3 PERFORM INTERBIB-LEVANTAR
                       WHEN 4 PERFORM INTERBIB-DEVOLVER
                       WHEN 5 PERFORM INTERBIB-REMETER
                       WHEN 6 PERFORM INTERBIB-CONSULTAR
                       WHEN 7 PERFORM INTERBIB-ATRASOS
                       WHEN 8 PERFORM INTERBIB-CANCELAR
                       WHEN 9
                           MOVE "S" TO SAIR
                           MOVE "N" TO REPETIR-MENU
                       WHEN OTHER
                           DISPLAY "Escolha invalida!" AT 1846
                           FOREGROUND-COLOR 4 HIGHLIGHT
                           MOVE "S" TO REPETIR-MENU
                   END-EVALUATE
           MOVE "N" TO SAIR.
           MOVE "N" TO REPETIR-MENU.
      ******************************************************************
       INTERBIB-NOVO.
           PERFORM BASE.
           DISPLAY "Novo Pedido Interbibliotecas" HIGHLIGHT AT 0217.

           DISPLAY "Por favor preencha o seguinte campo:" AT 0403
           HIGHLIGHT.

           DISPLAY "Codigo do Pedido:"
           AT 0603 FOREGROUND-COLOR 3 HIGHLIGHT.
           DISPLAY "(automatico)" HIGHLIGHT AT 0622.

           DISPLAY "Codigo de Cliente:"
           AT 0803 FOREGROUND-COLOR 3 HIGHLIGHT.

           DISPLAY "Deixe em branco para retroceder."
           AT 1003 HIGHLIGHT.

           ACCEPT CLIENTE-COD AUTO HIGHLIGHT AT 0822.
           DISPLAY CLIENTE-COD HIGHLIGHT AT 0822.
           DISPLAY "                                " AT 1003.

           IF CLIENTE-COD = SPACES THEN
               DISPLAY "00000" AT 0822 HIGHLIGHT
           ELSE
               READ FIC-CLIENTES
                   INVALID KEY
                       MOVE "N" TO EXISTE
                   NOT INVALID KEY
                       MOVE "S" TO EXISTE
               END-READ

               IF (EXISTE = "N") THEN
                   DISPLAY "Cliente nao existe!"
                   FOREGROUND-COLOR 4 HIGHLIGHT AT 0828
               ELSE
                   DISPLAY NOME HIGHLIGHT AT 0829
                   PERFORM OBTER-CATEGORIA-CLIENTE
                   PERFORM CONTAR-ALUGUERES-CLIENTE
                   PERFORM CALCULAR-SALDO-MULTAS
                   PERFORM VERIFICAR-QUOTA-CLIENTE

                   IF NUM-ALUGUERES-CLIENTE >=
                   LIMITE-ALUGUERES-EFETIVO THEN
                       DISPLAY "Cliente atingiu o limite de" &
                       " alugueres em curso!"
                       FOREGROUND-COLOR 4 HIGHLIGHT AT 1003
                   ELSE
                   IF SALDO-MULTAS-CLIENTE > LIMITE-MULTAS-EUR THEN
                       DISPLAY "Cliente com multas por pagar" &
                       " acima do limite!"
                       FOREGROUND-COLOR 4 HIGHLIGHT AT 1003
                   ELSE
                   IF QUOTA-VALIDA = "N" THEN
                       DISPLAY "Quota do cliente caducada!" &
                       " Renove a inscricao."
                       FOREGROUND-COLOR 4 HIGHLIGHT AT 1003
                   ELSE
                       DISPLAY "Por favor preencha os seguintes" &
                       " campos:" AT 0403 HIGHLIGHT
                       MOVE SPACES TO IB-TITULO
                       MOVE SPACES TO IB-AUTOR
                       DISPLAY "Titulo:"
                       AT 1003 FOREGROUND-COLOR 3 HIGHLIGHT
                       PERFORM WITH TEST AFTER UNTIL
                       IB-TITULO > SPACES
                           ACCEPT IB-TITULO HIGHLIGHT AT 1011
                           IF IB-TITULO = SPACES THEN
                               DISPLAY "Titulo invalido!"
                               FOREGROUND-COLOR 4 HIGHLIGHT AT 1043
                           ELSE
                               DISPLAY "                " AT 1043
                           END-IF
                       END-PERFORM

                       DISPLAY "Autor:"
                       AT 1203 FOREGROUND-COLOR 3 HIGHLIGHT
                       ACCEPT IB-AUTOR HIGHLIGHT AT 1210

                       DISPLAY "Biblioteca Parceira:"
                       AT 1403 FOREGROUND-COLOR 3 HIGHLIGHT
                       MOVE 0 TO PARCEIRO-COD
                       ACCEPT PARCEIRO-COD AUTO HIGHLIGHT AT 1424
                       DISPLAY PARCEIRO-COD HIGHLIGHT AT 1424
                       PERFORM VALIDAR-PARCEIRO

                       IF (PARCEIRO-VALIDO = "N") THEN
                           DISPLAY "Parceiro nao existe!"
                           FOREGROUND-COLOR 4 HIGHLIGHT AT 1429
                       ELSE
                           DISPLAY PARCEIRO-NOME HIGHLIGHT AT 1429
                           MOVE CLIENTE-COD TO IB-CLIENTE-COD
                           MOVE PARCEIRO-COD TO IB-PARCEIRO-COD
                           MOVE PARCEIRO-TAXA TO IB-TAXA
                           MOVE DATA-SISTEMA TO IB-DATA-PEDIDO
                           MOVE 0 TO IB-DATA-RECECAO
                           MOVE 0 TO IB-DATA-LIMITE
                           MOVE 0 TO IB-DATA-LEVANTAMENTO
                           MOVE 0 TO IB-DATA-PREVISTA
                           MOVE 0 TO IB-DATA-DEVOLUCAO
                           MOVE 0 TO IB-DATA-REMESSA
                           MOVE "P" TO IB-ESTADO
                           MOVE POLO-ATUAL TO IB-POLO
                           MOVE OPERADOR-ATUAL TO IB-OPERADOR

                           MOVE REGISTO-INTERBIB
                           TO INTERBIB-REGISTO-TEMP
                           PERFORM OBTER-PROXIMO-INTERBIB
                           MOVE INTERBIB-REGISTO-TEMP
                           TO REGISTO-INTERBIB
                           MOVE PROXIMO-INTERBIB-COD TO IB-COD
                           DISPLAY "            " AT 0622
                           DISPLAY IB-COD HIGHLIGHT AT 0622

                           WRITE REGISTO-INTERBIB
                               INVALID KEY
                                   DISPLAY "Erro ao registar pedido!"
                                   FOREGROUND-COLOR 4 HIGHLIGHT AT 1803
                               NOT INVALID KEY
                                   DISPLAY "Pedido registado com" &
                                   " sucesso!" HIGHLIGHT AT 1803
                                   MOVE "INTERBIB"
                                   TO AUDITORIA-FICHEIRO
                                   MOVE "WRITE" TO AUDITORIA-OPERACAO
                                   MOVE IB-COD TO AUDITORIA-CHAVE
                                   PERFORM REGISTAR-AUDITORIA
                                   MOVE IB-TAXA TO VALOR-TRABALHO
                                   PERFORM FORMATAR-VALOR
                                   DISPLAY "Taxa do Parceiro (Eur):"
                                   FOREGROUND-COLOR 3 HIGHLIGHT AT 1603
                                   DISPLAY VALOR-FORMATADO
                                   HIGHLIGHT AT 1627
                           END-WRITE
                       END-IF
                   END-IF
                   END-IF
                   END-IF
               END-IF
           END-IF.

           DISPLAY "Prima ENTER para continuar.            "
           HIGHLIGHT AT 0403.
           ACCEPT OMITTED AT 0430.
           MOVE "N" TO REPETIR-MENU.
      ******************************************************************
       INTERBIB-LER-PEDIDO.
           DISPLAY "Por favor preencha o seguinte campo:" AT 0403
           HIGHLIGHT.

           DISPLAY "Codigo do Pedido:"
           AT 0603 FOREGROUND-COLOR 3 HIGHLIGHT.

           DISPLAY "Deixe Zero para retroceder."
           AT 0803 HIGHLIGHT.

           MOVE 0 TO IB-COD.
           ACCEPT IB-COD AUTO HIGHLIGHT AT 0622.
           DISPLAY IB-COD HIGHLIGHT AT 0622.
           DISPLAY "                            " AT 0803.

           READ FIC-INTERBIB
               INVALID KEY
                   MOVE "N" TO EXISTE
               NOT INVALID KEY
                   MOVE "S" TO EXISTE
           END-READ.

           IF (EXISTE = "N") THEN
               IF IB-COD = 0 THEN
                   DISPLAY "00000" HIGHLIGHT AT 0622
               ELSE
                   DISPLAY "Pedido nao existe!"
                   FOREGROUND-COLOR 4 HIGHLIGHT AT 0628
               END-IF
           ELSE
               PERFORM INTERBIB-MOSTRAR
           END-IF.
      ******************************************************************
       INTERBIB-MOSTRAR.
           DISPLAY "Cliente:" AT 0803 FOREGROUND-COLOR 3 HIGHLIGHT.
           DISPLAY IB-CLIENTE-COD HIGHLIGHT AT 0812.
           MOVE IB-CLIENTE-COD TO CLIENTE-COD.
           READ FIC-CLIENTES
               INVALID KEY
                   MOVE SPACES TO NOME
                   MOVE 0 TO CLIENTE-CATEGORIA
           END-READ.
           DISPLAY NOME HIGHLIGHT AT 0818.
           DISPLAY "Titulo:" AT 0903 FOREGROUND-COLOR 3 HIGHLIGHT.
           DISPLAY IB-TITULO HIGHLIGHT AT 0911.
           DISPLAY "Autor:" AT 1003 FOREGROUND-COLOR 3 HIGHLIGHT.
           DISPLAY IB-AUTOR HIGHLIGHT AT 1010.
           DISPLAY "Parceiro:" AT 1103 FOREGROUND-COLOR 3 HIGHLIGHT.
           DISPLAY IB-PARCEIRO-COD HIGHLIGHT AT 1113.
           MOVE IB-PARCEIRO-COD TO PARCEIRO-COD.
           PERFORM VALIDAR-PARCEIRO.
           DISPLAY PARCEIRO-NOME HIGHLIGHT AT 1118.
           DISPLAY "Estado:" AT 0650 FOREGROUND-COLOR 3 HIGHLIGHT.
           PERFORM INTERBIB-DESCREVER-ESTADO.
           DISPLAY SITUACAO-INTERBIB HIGHLIGHT AT 0658.
      ******************************************************************
       INTERBIB-DESCREVER-ESTADO.
           EVALUATE IB-ESTADO
               WHEN "P"
                   MOVE "Pedido" TO SITUACAO-INTERBIB
               WHEN "R"
                   MOVE "Recebido" TO SITUACAO-INTERBIB
               WHEN "L"
                   MOVE "Emprestado" TO SITUACAO-INTERBIB
               WHEN "D"
                   MOVE "Devolvido" TO SITUACAO-INTERBIB
               WHEN "F"
                   MOVE "Remetido" TO SITUACAO-INTERBIB
               WHEN "C"
                   MOVE "Cancelado" TO SITUACAO-INTERBIB
               WHEN OTHER
                   MOVE SPACES TO SITUACAO-INTERBIB
           END-EVALUATE.
      ******************************************************************
       INTERBIB-FORMATAR-DATA.
           IF DATA-INTERBIB = 0 THEN
               MOVE 0 TO DIA-CALENDARIO-FMT
               MOVE 0 TO MES-CALENDARIO-FMT
               MOVE 0 TO ANO-CALENDARIO-FMT
           ELSE
               COMPUTE JULIANO-TESTE =
               FUNCTION INTEGER-OF-DATE(DATA-INTERBIB)
               PERFORM FORMATAR-DATA-CALENDARIO
           END-IF.
      ******************************************************************
       INTERBIB-RECEBER.
           PERFORM BASE.
           DISPLAY "Rececao de Pedido Interbibliotecas" HIGHLIGHT
           AT 0217.

           PERFORM INTERBIB-LER-PEDIDO.

           IF (EXISTE = "S") THEN
               IF IB-ESTADO NOT = "P" THEN
                   DISPLAY "Pedido nao esta pendente!"
                   FOREGROUND-COLOR 4 HIGHLIGHT AT 1303
               ELSE
                   COMPUTE JULIANO-LIMITE-IB =
                   JULIANO-HOJE + PARCEIRO-PRAZO
                   MOVE JULIANO-LIMITE-IB TO JULIANO-TESTE
                   PERFORM FORMATAR-DATA-CALENDARIO
                   DISPLAY "Prazo do Parceiro:"
                   FOREGROUND-COLOR 3 HIGHLIGHT AT 1303
                   DISPLAY DATA-CALENDARIO-FORMATADA HIGHLIGHT AT 1325

                   DISPLAY "Alterar o prazo do parceiro? (S/N)"
                   FOREGROUND-COLOR 3 HIGHLIGHT AT 1403
                   MOVE "N" TO ALTERAR-PRAZO-IB
                   ACCEPT ALTERAR-PRAZO-IB AUTO HIGHLIGHT AT 1438
                   MOVE FUNCTION UPPER-CASE(ALTERAR-PRAZO-IB)
                   TO ALTERAR-PRAZO-IB
                   DISPLAY ALTERAR-PRAZO-IB HIGHLIGHT AT 1438
                   IF JULIANO-LIMITE-IB NOT > JULIANO-HOJE THEN
                       MOVE "S" TO ALTERAR-PRAZO-IB
                   END-IF

                   IF ALTERAR-PRAZO-IB = "S" THEN
                       DISPLAY "Novo Prazo:"
                       FOREGROUND-COLOR 3 HIGHLIGHT AT 1503
                       MOVE 15 TO LINHA
                       PERFORM WITH TEST AFTER UNTIL
                       JULIANO-LIMITE-IB > JULIANO-HOJE
                           PERFORM ACEITAR-DATA-TRABALHO
                           COMPUTE DATA-JULIANA =
                           ANO-TRABALHO * 10000 + MES-TRABALHO * 100
                           + DIA-TRABALHO
                           COMPUTE JULIANO-LIMITE-IB =
                           FUNCTION INTEGER-OF-DATE(DATA-JULIANA)
                           IF JULIANO-LIMITE-IB NOT > JULIANO-HOJE
                           THEN
                               DISPLAY "Prazo invalido!"
                               FOREGROUND-COLOR 4 HIGHLIGHT AT 1545
                           ELSE
                               DISPLAY "               " AT 1545
                           END-IF
                       END-PERFORM
                   END-IF

                   MOVE DATA-SISTEMA TO IB-DATA-RECECAO
                   MOVE FUNCTION DATE-OF-INTEGER(JULIANO-LIMITE-IB)
                   TO IB-DATA-LIMITE
                   MOVE "R" TO IB-ESTADO

                   REWRITE REGISTO-INTERBIB
                       INVALID KEY
                           DISPLAY "Erro ao registar rececao!"
                           FOREGROUND-COLOR 4 HIGHLIGHT AT 1703
                       NOT INVALID KEY
                           DISPLAY "Rececao registada com sucesso!"
                           HIGHLIGHT AT 1703
                           MOVE "INTERBIB" TO AUDITORIA-FICHEIRO
                           MOVE "REWRITE" TO AUDITORIA-OPERACAO
                           MOVE IB-COD TO AUDITORIA-CHAVE
                           PERFORM REGISTAR-AUDITORIA
                           DISPLAY "Avise o cliente para levantar:"
                           FOREGROUND-COLOR 3 HIGHLIGHT AT 1803
                           DISPLAY NOME HIGHLIGHT AT 1834
                           DISPLAY "Email:"
                           FOREGROUND-COLOR 3 HIGHLIGHT AT 1903
                           DISPLAY EMAIL HIGHLIGHT AT 1910
                   END-REWRITE
               END-IF
           END-IF.

           DISPLAY "Prima ENTER para continuar.            "
           HIGHLIGHT AT 0403.
           ACCEPT OMITTED AT 0430.
           MOVE "N" TO REPETIR-MENU.
      ******************************************************************
       INTERBIB-LEVANTAR.
           PERFORM BASE.
           DISPLAY "Levantamento de Pedido Interbibliotecas" HIGHLIGHT
           AT 0217.

           PERFORM INTERBIB-LER-PEDIDO.

           IF (EXISTE = "S") THEN
               IF IB-ESTADO NOT = "R" THEN
                   DISPLAY "Pedido nao esta disponivel para" &
                   " levantamento!"
                   FOREGROUND-COLOR 4 HIGHLIGHT AT 1303
               ELSE
                   PERFORM OBTER-CATEGORIA-CLIENTE
                   MOVE REGISTO-INTERBIB TO INTERBIB-REGISTO-TEMP
                   PERFORM CONTAR-ALUGUERES-CLIENTE
                   PERFORM CALCULAR-SALDO-MULTAS
                   PERFORM VERIFICAR-QUOTA-CLIENTE
                   MOVE INTERBIB-REGISTO-TEMP TO REGISTO-INTERBIB
                   PERFORM INTERBIB-CALCULAR-PREVISTA

                   IF NUM-ALUGUERES-CLIENTE >
                   LIMITE-ALUGUERES-EFETIVO THEN
                       DISPLAY "Cliente atingiu o limite de" &
                       " alugueres em curso!"
                       FOREGROUND-COLOR 4 HIGHLIGHT AT 1303
                   ELSE
                   IF SALDO-MULTAS-CLIENTE > LIMITE-MULTAS-EUR THEN
                       DISPLAY "Cliente com multas por pagar" &
                       " acima do limite!"
                       FOREGROUND-COLOR 4 HIGHLIGHT AT 1303
                   ELSE
                   IF QUOTA-VALIDA = "N" THEN
                       DISPLAY "Quota do cliente caducada!" &
                       " Renove a inscricao."
                       FOREGROUND-COLOR 4 HIGHLIGHT AT 1303
                   ELSE
                   IF (PRAZO-INTERBIB-VALIDO = "N") THEN
                       DISPLAY "Prazo do parceiro insuficiente para" &
                       " o emprestimo!"
                       FOREGROUND-COLOR 4 HIGHLIGHT AT 1303
                   ELSE
                       MOVE DATA-SISTEMA TO IB-DATA-LEVANTAMENTO
                       MOVE FUNCTION DATE-OF-INTEGER(JULIANO-TESTE)
                       TO IB-DATA-PREVISTA
                       MOVE "L" TO IB-ESTADO

                       REWRITE REGISTO-INTERBIB
                           INVALID KEY
                               DISPLAY "Erro ao registar levantamento!"
                               FOREGROUND-COLOR 4 HIGHLIGHT AT 1303
                           NOT INVALID KEY
                               DISPLAY "Levantamento registado com" &
                               " sucesso!" HIGHLIGHT AT 1303
                               MOVE "INTERBIB" TO AUDITORIA-FICHEIRO
                               MOVE "REWRITE" TO AUDITORIA-OPERACAO
                               MOVE IB-COD TO AUDITORIA-CHAVE
                               PERFORM REGISTAR-AUDITORIA
                               MOVE IB-DATA-PREVISTA TO DATA-INTERBIB
                               PERFORM INTERBIB-FORMATAR-DATA
                               DISPLAY "Data Prevista de Devolucao:"
                               FOREGROUND-COLOR 3 HIGHLIGHT AT 1403
                               DISPLAY DATA-CALENDARIO-FORMATADA
                               HIGHLIGHT AT 1431
                               IF IB-TAXA > 0 THEN
                                   PERFORM INTERBIB-COBRAR-TAXA
                               END-IF
                       END-REWRITE
                   END-IF
                   END-IF
                   END-IF
                   END-IF
               END-IF
           END-IF.
           ACCEPT OMITTED AT 0430.
           MOVE "N" TO REPETIR-MENU.
      ******************************************************************
       INTERBIB-CALCULAR-PREVISTA.
           MOVE "N" TO PRAZO-INTERBIB-VALIDO.
           COMPUTE JULIANO-LIMITE-IB =
           FUNCTION INTEGER-OF-DATE(IB-DATA-LIMITE).
           COMPUTE JULIANO-TESTE = JULIANO-HOJE + PRAZO-EFETIVO-DIAS.
           IF JULIANO-TESTE + MARGEM-INTERBIB-DIAS > JULIANO-LIMITE-IB
           THEN
               COMPUTE JULIANO-TESTE =
               JULIANO-LIMITE-IB - MARGEM-INTERBIB-DIAS
           END-IF.
           PERFORM INTERBIB-RECUAR-DIA-ABERTO.
           IF JULIANO-TESTE NOT > JULIANO-HOJE THEN
               COMPUTE JULIANO-TESTE = JULIANO-LIMITE-IB - 1
               PERFORM INTERBIB-RECUAR-DIA-ABERTO
           END-IF.
           IF JULIANO-TESTE > JULIANO-HOJE AND
           JULIANO-TESTE < JULIANO-LIMITE-IB THEN
               MOVE "S" TO PRAZO-INTERBIB-VALIDO
           END-IF.
      ******************************************************************
       INTERBIB-RECUAR-DIA-ABERTO.
           PERFORM VERIFICAR-DIA-ABERTO.
           PERFORM UNTIL DIA-ABERTO = "S" OR
           JULIANO-TESTE NOT > JULIANO-HOJE
               SUBTRACT 1 FROM JULIANO-TESTE
               PERFORM VERIFICAR-DIA-ABERTO
           END-PERFORM.
      ******************************************************************
       INTERBIB-COBRAR-TAXA.
           MOVE IB-TAXA TO VALOR-TRABALHO.
           PERFORM FORMATAR-VALOR.
           DISPLAY "Taxa do Parceiro (Eur):"
           FOREGROUND-COLOR 3 HIGHLIGHT AT 1503.
           DISPLAY VALOR-FORMATADO HIGHLIGHT AT 1527.
           DISPLAY "Meio de Pagamento (N/C/M):"
           FOREGROUND-COLOR 3 HIGHLIGHT AT 1603.
           PERFORM WITH TEST AFTER UNTIL
           MEIO-PAGAMENTO = "N" OR = "C" OR = "M"
               ACCEPT MEIO-PAGAMENTO AUTO HIGHLIGHT AT 1631
               IF NOT (MEIO-PAGAMENTO = "N" OR = "C" OR = "M") THEN
                   DISPLAY "Meio invalido!"
                   FOREGROUND-COLOR 4 HIGHLIGHT AT 1635
               ELSE
                   DISPLAY "              " AT 1635
               END-IF
           END-PERFORM.
           MOVE "I" TO MOVIMENTO-TIPO.
           MOVE IB-COD TO MOVIMENTO-REF-COD.
           MOVE IB-CLIENTE-COD TO MOVIMENTO-CLIENTE-COD.
           MOVE IB-TAXA TO MOVIMENTO-VALOR.
           MOVE MEIO-PAGAMENTO TO MOVIMENTO-MEIO.
           PERFORM REGISTAR-MOVIMENTO.
           IF (MOVIMENTO-GRAVADO = "S") THEN
               DISPLAY "Recibo N:"
               FOREGROUND-COLOR 3 HIGHLIGHT AT 1703
               DISPLAY MOVIMENTO-COD HIGHLIGHT AT 1713
           ELSE
               DISPLAY "Erro ao registar recibo!"
               FOREGROUND-COLOR 4 HIGHLIGHT AT 1703
           END-IF.
      ******************************************************************
       INTERBIB-DEVOLVER.
           PERFORM BASE.
           DISPLAY "Devolucao de Pedido Interbibliotecas" HIGHLIGHT
           AT 0217.

           PERFORM INTERBIB-LER-PEDIDO.

           IF (EXISTE = "S") THEN
               IF IB-ESTADO NOT = "L" THEN
                   DISPLAY "Pedido nao esta emprestado ao cliente!"
                   FOREGROUND-COLOR 4 HIGHLIGHT AT 1303
               ELSE
                   PERFORM OBTER-CATEGORIA-CLIENTE
                   MOVE DATA-SISTEMA TO IB-DATA-DEVOLUCAO
                   MOVE "D" TO IB-ESTADO

                   REWRITE REGISTO-INTERBIB
                       INVALID KEY
                           DISPLAY "Erro ao devolver!"
                           FOREGROUND-COLOR 4 HIGHLIGHT AT 1303
                       NOT INVALID KEY
                           DISPLAY "Livro devolvido com sucesso!"
                           HIGHLIGHT AT 1303
                           MOVE "INTERBIB" TO AUDITORIA-FICHEIRO
                           MOVE "REWRITE" TO AUDITORIA-OPERACAO
                           MOVE IB-COD TO AUDITORIA-CHAVE
                           PERFORM REGISTAR-AUDITORIA
                           MOVE IB-DATA-LIMITE TO DATA-INTERBIB
                           PERFORM INTERBIB-FORMATAR-DATA
                           DISPLAY "Remeter ao parceiro ate:"
                           FOREGROUND-COLOR 3 HIGHLIGHT AT 1403
                           DISPLAY DATA-CALENDARIO-FORMATADA
                           HIGHLIGHT AT 1428
                   END-REWRITE

                   COMPUTE JULIANO-PREVISTA =
                   FUNCTION INTEGER-OF-DATE(IB-DATA-PREVISTA)
                   MOVE 0 TO DIAS-ATRASO
                   MOVE 0 TO VALOR-MULTA
                   IF JULIANO-HOJE > JULIANO-PREVISTA THEN
                       MOVE JULIANO-HOJE TO JULIANO-FIM
                       PERFORM CONTAR-DIAS-ABERTOS
                       COMPUTE VALOR-MULTA =
                       DIAS-ATRASO * TAXA-MULTA-EFETIVA
                   END-IF

                   IF DIAS-ATRASO > 0 THEN
                       PERFORM INTERBIB-REGISTAR-MULTA
                       DISPLAY "Entrega em atraso! Dias de atraso:"
                       FOREGROUND-COLOR 4 HIGHLIGHT AT 1603
                       DISPLAY DIAS-ATRASO
                       FOREGROUND-COLOR 4 HIGHLIGHT AT 1639
                       DISPLAY "Valor da multa (Eur):"
                       FOREGROUND-COLOR 4 HIGHLIGHT AT 1703
                       DISPLAY VALOR-MULTA
                       FOREGROUND-COLOR 4 HIGHLIGHT AT 1725
                   END-IF
               END-IF
           END-IF.

           DISPLAY "Prima ENTER para continuar.            "
           HIGHLIGHT AT 0403.
           ACCEPT OMITTED AT 0430.
           MOVE "N" TO REPETIR-MENU.
      ******************************************************************
       INTERBIB-REGISTAR-MULTA.
           PERFORM OBTER-PROXIMA-MULTA.
           MOVE PROXIMA-MULTA-COD TO MULTA-COD.
           MOVE 0 TO MULTA-ALUGUER-COD.
           MOVE IB-CLIENTE-COD TO MULTA-CLIENTE-COD.
           MOVE 0 TO MULTA-LIVRO-COD.
           DIVIDE IB-DATA-PREVISTA BY 10000 GIVING MULTA-ANO-PREVISTA
                                            REMAINDER RESTO-DATA.
           DIVIDE RESTO-DATA BY 100 GIVING MULTA-MES-PREVISTA
                                    REMAINDER MULTA-DIA-PREVISTA.
           MOVE ANO-SISTEMA TO MULTA-ANO-ENTREGA.
           MOVE MES-SISTEMA TO MULTA-MES-ENTREGA.
           MOVE DIA-SISTEMA TO MULTA-DIA-ENTREGA.
           MOVE DIAS-ATRASO TO MULTA-DIAS-ATRASO.
           MOVE VALOR-MULTA TO MULTA-VALOR.
           MOVE "N" TO MULTA-ESTADO.
           MOVE 0 TO MULTA-ANO-PAGAMENTO.
           MOVE 0 TO MULTA-MES-PAGAMENTO.
                   PERFORM REGISTAR-AUDITORIA
           END-WRITE.
      ******************************************************************
       INTERBIB-REMETER.
           PERFORM BASE.
           DISPLAY "Remeter Pedido ao Parceiro" HIGHLIGHT AT 0217.

           PERFORM INTERBIB-LER-PEDIDO.

           IF (EXISTE = "S") THEN
               IF IB-ESTADO NOT = "D" AND IB-ESTADO NOT = "R" THEN
                   DISPLAY "Pedido nao esta na biblioteca!"
                   FOREGROUND-COLOR 4 HIGHLIGHT AT 1303
               ELSE
                   MOVE DATA-SISTEMA TO IB-DATA-REMESSA
                   MOVE "F" TO IB-ESTADO

                   REWRITE REGISTO-INTERBIB
                       INVALID KEY
                           DISPLAY "Erro ao registar remessa!"
                           FOREGROUND-COLOR 4 HIGHLIGHT AT 1303
                       NOT INVALID KEY
                           DISPLAY "Remessa ao parceiro registada" &
                           " com sucesso!" HIGHLIGHT AT 1303
                           MOVE "INTERBIB" TO AUDITORIA-FICHEIRO
                           MOVE "REWRITE" TO AUDITORIA-OPERACAO
                           MOVE IB-COD TO AUDITORIA-CHAVE
                           PERFORM REGISTAR-AUDITORIA
                           COMPUTE JULIANO-LIMITE-IB =
                           FUNCTION INTEGER-OF-DATE(IB-DATA-LIMITE)
                           IF JULIANO-HOJE > JULIANO-LIMITE-IB THEN
                               DISPLAY "Remessa fora do prazo do" &
                               " parceiro!"
                               FOREGROUND-COLOR 4 HIGHLIGHT AT 1403
                           END-IF
                   END-REWRITE
               END-IF
           END-IF.

           DISPLAY "Prima ENTER para continuar.            "
           HIGHLIGHT AT 0403.
           ACCEPT OMITTED AT 0430.
           MOVE "N" TO REPETIR-MENU.
      ******************************************************************
       INTERBIB-CANCELAR.
           PERFORM BASE.
           DISPLAY "Cancelar Pedido Interbibliotecas" HIGHLIGHT AT 0217.

           PERFORM INTERBIB-LER-PEDIDO.

           IF (EXISTE = "S") THEN
               IF IB-ESTADO NOT = "P" THEN
                   DISPLAY "So pode cancelar pedidos pendentes!"
                   FOREGROUND-COLOR 4 HIGHLIGHT AT 1303
               ELSE
                   MOVE "C" TO IB-ESTADO

                   REWRITE REGISTO-INTERBIB
                       INVALID KEY
                           DISPLAY "Erro ao cancelar pedido!"
                           FOREGROUND-COLOR 4 HIGHLIGHT AT 1303
                       NOT INVALID KEY
                           DISPLAY "Pedido cancelado com sucesso!"
                           HIGHLIGHT AT 1303
                           MOVE "INTERBIB" TO AUDITORIA-FICHEIRO
                           MOVE "REWRITE" TO AUDITORIA-OPERACAO
                           MOVE IB-COD TO AUDITORIA-CHAVE
                           PERFORM REGISTAR-AUDITORIA
                   END-REWRITE
               END-IF
           END-IF.

           DISPLAY "Prima ENTER para continuar.            "
           HIGHLIGHT AT 0403.
           ACCEPT OMITTED AT 0430.
           MOVE "N" TO REPETIR-MENU.
      ******************************************************************
       INTERBIB-CONSULTAR.
           PERFORM BASE.
           DISPLAY "Consultar Pedido Interbibliotecas" HIGHLIGHT
           AT 0217.

           PERFORM INTERBIB-LER-PEDIDO.

           IF (EXISTE = "S") THEN
               DISPLAY "Pedido:" AT 1303 FOREGROUND-COLOR 3 HIGHLIGHT
               MOVE IB-DATA-PEDIDO TO DATA-INTERBIB
               PERFORM INTERBIB-FORMATAR-DATA
               DISPLAY DATA-CALENDARIO-FORMATADA HIGHLIGHT AT 1321

               DISPLAY "Rececao:" AT 1403 FOREGROUND-COLOR 3 HIGHLIGHT
               MOVE IB-DATA-RECECAO TO DATA-INTERBIB
               PERFORM INTERBIB-FORMATAR-DATA
               DISPLAY DATA-CALENDARIO-FORMATADA HIGHLIGHT AT 1421

               DISPLAY "Prazo Parceiro:"
               AT 1440 FOREGROUND-COLOR 3 HIGHLIGHT
               MOVE IB-DATA-LIMITE TO DATA-INTERBIB
               PERFORM INTERBIB-FORMATAR-DATA
               DISPLAY DATA-CALENDARIO-FORMATADA HIGHLIGHT AT 1458

               DISPLAY "Levantamento:"
               AT 1503 FOREGROUND-COLOR 3 HIGHLIGHT
               MOVE IB-DATA-LEVANTAMENTO TO DATA-INTERBIB
               PERFORM INTERBIB-FORMATAR-DATA
               DISPLAY DATA-CALENDARIO-FORMATADA HIGHLIGHT AT 1521

               DISPLAY "Prev. Devolucao:"
               AT 1540 FOREGROUND-COLOR 3 HIGHLIGHT
               MOVE IB-DATA-PREVISTA TO DATA-INTERBIB
               PERFORM INTERBIB-FORMATAR-DATA
               DISPLAY DATA-CALENDARIO-FORMATADA HIGHLIGHT AT 1558

               DISPLAY "Devolucao:" AT 1603 FOREGROUND-COLOR 3 HIGHLIGHT
               MOVE IB-DATA-DEVOLUCAO TO DATA-INTERBIB
               PERFORM INTERBIB-FORMATAR-DATA
               DISPLAY DATA-CALENDARIO-FORMATADA HIGHLIGHT AT 1621

               DISPLAY "Remessa:" AT 1640 FOREGROUND-COLOR 3 HIGHLIGHT
               MOVE IB-DATA-REMESSA TO DATA-INTERBIB
               PERFORM INTERBIB-FORMATAR-DATA
               DISPLAY DATA-CALENDARIO-FORMATADA HIGHLIGHT AT 1658

               DISPLAY "Taxa (Eur):" AT 1703 FOREGROUND-COLOR 3
               HIGHLIGHT
               MOVE IB-TAXA TO VALOR-TRABALHO
               PERFORM FORMATAR-VALOR
               DISPLAY VALOR-FORMATADO HIGHLIGHT AT 1721
           END-IF.

           DISPLAY "Prima ENTER para continuar.            "
           HIGHLIGHT AT 0403.
           ACCEPT OMITTED AT 0430.
           MOVE "N" TO REPETIR-MENU.
      ******************************************************************
       INTERBIB-ATRASOS.
           PERFORM BASE.
           DISPLAY "Pedidos em Atraso para Parceiros" HIGHLIGHT AT 0217.

           DISPLAY "C.Ped."   FOREGROUND-COLOR 3 HIGHLIGHT AT 0603.
           DISPLAY "C.Cl."    FOREGROUND-COLOR 3 HIGHLIGHT AT 0610.
           DISPLAY "Parc."    FOREGROUND-COLOR 3 HIGHLIGHT AT 0617.
           DISPLAY "Titulo"   FOREGROUND-COLOR 3 HIGHLIGHT AT 0623.
           DISPLAY "Prazo"    FOREGROUND-COLOR 3 HIGHLIGHT AT 0655.
           DISPLAY "Dias"     FOREGROUND-COLOR 3 HIGHLIGHT AT 0667.
           DISPLAY "Estado"   FOREGROUND-COLOR 3 HIGHLIGHT AT 0673.

           OPEN OUTPUT FIC-ATRASOSIB.
           MOVE FUNCTION CONCATENATE(
           "Pedidos Interbibliotecas em Atraso para Parceiros | Data: "
           DATA-FORMATADA) TO LINHA-ATRASOSIB.
           WRITE REGISTO-ATRASOSIB.

           MOVE 7 TO LINHA.
           MOVE 0 TO NUM-ATRASOS-IB.
           MOVE 0 TO IB-COD.
           START FIC-INTERBIB KEY > IB-COD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF FS <> "05" AND FS <> "23" THEN
                       PERFORM UNTIL FS = "10"
                           READ FIC-INTERBIB NEXT RECORD
                               NOT AT END
                                   PERFORM ATRASOSIB-LISTAR-LINHA
                           END-READ
                       END-PERFORM
                   END-IF
           END-START.

           MOVE FUNCTION CONCATENATE(
           "Total de pedidos em atraso: " NUM-ATRASOS-IB)
           TO LINHA-ATRASOSIB.
           WRITE REGISTO-ATRASOSIB.
           CLOSE FIC-ATRASOSIB.

           IF NUM-ATRASOS-IB = 0 THEN
               DISPLAY "Nao ha pedidos em atraso para parceiros!"
               FOREGROUND-COLOR 4 HIGHLIGHT AT 0703
           END-IF.

           DISPLAY "Lista gravada em ATRASOSIB.TXT." HIGHLIGHT AT 0403.

           DISPLAY "Prima ENTER para continuar.            "
           HIGHLIGHT AT 2003.
           ACCEPT OMITTED AT 2030.
           MOVE "N" TO REPETIR-MENU.
      ******************************************************************
       ATRASOSIB-LISTAR-LINHA.
           IF (IB-ESTADO = "R" OR IB-ESTADO = "L" OR IB-ESTADO = "D")
           AND IB-DATA-LIMITE > 0 AND IB-DATA-LIMITE < DATA-SISTEMA
           THEN
               ADD 1 TO NUM-ATRASOS-IB
               COMPUTE JULIANO-LIMITE-IB =
               FUNCTION INTEGER-OF-DATE(IB-DATA-LIMITE)
               COMPUTE DIAS-ATRASO-IB = JULIANO-HOJE - JULIANO-LIMITE-IB
               MOVE JULIANO-LIMITE-IB TO JULIANO-TESTE
               PERFORM FORMATAR-DATA-CALENDARIO
               PERFORM INTERBIB-DESCREVER-ESTADO

               DISPLAY IB-COD HIGHLIGHT LINE LINHA COL 3
               DISPLAY IB-CLIENTE-COD HIGHLIGHT LINE LINHA COL 10
               DISPLAY IB-PARCEIRO-COD HIGHLIGHT LINE LINHA COL 17
               DISPLAY IB-TITULO HIGHLIGHT LINE LINHA COL 23
               DISPLAY DATA-CALENDARIO-FORMATADA
               HIGHLIGHT LINE LINHA COL 55
               DISPLAY DIAS-ATRASO-IB HIGHLIGHT LINE LINHA COL 67
               DISPLAY SITUACAO-INTERBIB HIGHLIGHT LINE LINHA COL 73

               MOVE IB-PARCEIRO-COD TO PARCEIRO-COD
               PERFORM VALIDAR-PARCEIRO
               MOVE FUNCTION CONCATENATE(
               "C.Ped.: " IB-COD " | C.Cl: " IB-CLIENTE-COD
               " | Titulo: " FUNCTION TRIM(IB-TITULO)
               " | Parceiro: " IB-PARCEIRO-COD " "
               FUNCTION TRIM(PARCEIRO-NOME) " | Prazo: "
               DATA-CALENDARIO-FORMATADA " | Dias: " DIAS-ATRASO-IB
               " | Estado: " FUNCTION TRIM(SITUACAO-INTERBIB))
               TO LINHA-ATRASOSIB
               WRITE REGISTO-ATRASOSIB

               ADD 1 TO LINHA
               IF LINHA = 19 THEN
                   DISPLAY "Prima ENTER para continuar..."
                   HIGHLIGHT AT 2003
                   ACCEPT OMITTED AT 2033
                   MOVE 7 TO LINHA
               END-IF
           END-IF.
      ******************************************************************
       OBTER-PROXIMO-INTERBIB.
           MOVE "INTERBIB" TO TIPO-NUMERADOR.
           PERFORM NUMERADOR-RESERVAR.
           IF (NUMERADOR-NOVO = "S") THEN
               PERFORM APURAR-PROXIMO-INTERBIB
               MOVE PROXIMO-INTERBIB-COD TO NUMERADOR-PROXIMO
           END-IF.
           PERFORM NUMERADOR-AVANCAR.
           MOVE NUMERADOR-ATRIBUIDO TO PROXIMO-INTERBIB-COD.
      ******************************************************************
       APURAR-PROXIMO-INTERBIB.
           MOVE 1 TO PROXIMO-INTERBIB-COD.
           MOVE 0 TO IB-COD.
           START FIC-INTERBIB KEY > IB-COD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF FS <> "05" AND FS <> "23" THEN
                       PERFORM UNTIL FS = "10"
                           READ FIC-INTERBIB NEXT RECORD
                               NOT AT END
                                   MOVE IB-COD TO PROXIMO-INTERBIB-COD
                                   ADD 1 TO PROXIMO-INTERBIB-COD
                           END-READ
                       END-PERFORM
                   END-IF
           END-START.
      ******************************************************************
      ******************************************************************
      ******************************************************************
       MENU-TEMAS.
           PERFORM UNTIL SAIR = "S"
               PERFORM BASE
               DISPLAY "Menu Temas" HIGHLIGHT AT 0217
               DISPLAY "  Gestao de Temas  "
               FOREGROUND-COLOR 3 HIGHLIGHT AT 0545
               DISPLAY "o-----------------------o"
               FOREGROUND-COLOR 3 AT 0642
               IF NIVEL-ATUAL > 1 THEN
                   DISPLAY "Novo -------------- 1" HIGHLIGHT AT 0744
               END-IF
               DISPLAY "Consultar --------- 2" HIGHLIGHT AT 0844
               IF NIVEL-ATUAL > 1 THEN
                   DISPLAY "Alterar ----------- 3" HIGHLIGHT AT 0944
                   DISPLAY "Eliminar ---------- 4" HIGHLIGHT AT 1044
               END-IF
               DISPLAY "Listagem ---------- 5" HIGHLIGHT AT 1144
               DISPLAY "Menu Inicial ------ 9" HIGHLIGHT AT 1344
               DISPLAY "[ ]"                   HIGHLIGHT AT 1553
               MOVE "S" TO REPETIR-MENU
               PERFORM UNTIL REPETIR-MENU = "N"
                   ACCEPT ESCOLHA AT 1554 AUTO
                   EVALUATE ESCOLHA
                       WHEN 1
                           IF NIVEL-ATUAL > 1 THEN
                               PERFORM TEMAS-NOVO
                           ELSE
                               PERFORM ACESSO-NEGADO
                           END-IF
                       WHEN 2 PERFORM TEMAS-CONSULTAR
                       WHEN 3
                           IF NIVEL-ATUAL > 1 THEN
                               PERFORM TEMAS-ALTERAR
                           ELSE
                               PERFORM ACESSO-NEGADO
                           END-IF
                       WHEN 4
                           IF NIVEL-ATUAL > 1 THEN
                               PERFORM TEMAS-ELIMINAR
                           ELSE
                               PERFORM ACESSO-NEGADO
                           END-IF
                       WHEN 5 PERFORM TEMAS-LISTAGEM
                       WHEN 9
                           MOVE "S" TO SAIR
                           MOVE "N" TO REPETIR-MENU
                       WHEN OTHER
                           DISPLAY "Escolha invalida!" AT 1746
                           FOREGROUND-COLOR 4 HIGHLIGHT
                           MOVE "S" TO REPETIR-MENU
                   END-EVALUATE
               END-PERFORM
           END-PERFORM.
           MOVE "N" TO SAIR.
           MOVE "N" TO REPETIR-MENU.
      ******************************************************************
       TEMAS-NOVO.
           PERFORM BASE.
           DISPLAY "Novo Tema" HIGHLIGHT AT 0217.

           DISPLAY "Por favor preencha o seguinte campo:" AT 0403
           HIGHLIGHT.

           DISPLAY "Codigo do Tema:"
           AT 0603 FOREGROUND-COLOR 3 HIGHLIGHT.

           DISPLAY "Deixe em branco para retroceder."
           AT 0803 HIGHLIGHT.

           ACCEPT TEMA-COD AUTO HIGHLIGHT AT 0619.
           DISPLAY TEMA-COD HIGHLIGHT AT 0619.
           DISPLAY "                                " AT 0803.

           READ FIC-TEMAS
               INVALID KEY
                   MOVE "N" TO EXISTE
               NOT INVALID KEY
                   MOVE "S" TO EXISTE
           END-READ.

           IF (EXISTE = "S") THEN
               DISPLAY "Tema ja existe!"
               FOREGROUND-COLOR 4 HIGHLIGHT AT 0625
           ELSE
               IF TEMA-COD = SPACES THEN
                   DISPLAY "00000" AT 0619 HIGHLIGHT
               ELSE
                   DISPLAY "Por favor preencha os seguintes campos:"
                   AT 0403 HIGHLIGHT
                   DISPLAY "Tema:"
                   AT 0803 FOREGROUND-COLOR 3 HIGHLIGHT

                   PERFORM WITH TEST AFTER UNTIL
                   TEMA > SPACES
                       ACCEPT TEMA HIGHLIGHT AT 0809
                       IF TEMA = SPACES THEN
                           DISPLAY "Tema invalido! "
                           FOREGROUND-COLOR 4 HIGHLIGHT AT 0840
                       ELSE
                           DISPLAY "               " AT 0840
                       END-IF
                   END-PERFORM

                   WRITE REGISTO-TEMAS
                       INVALID KEY
                           DISPLAY "Erro ao criar tema!"
                           FOREGROUND-COLOR 4 HIGHLIGHT AT 1003
                       NOT INVALID KEY
                           DISPLAY "Tema criado com sucesso!"
                           HIGHLIGHT AT 1003
                           MOVE "TEMAS" TO AUDITORIA-FICHEIRO
                           MOVE "WRITE" TO AUDITORIA-OPERACAO
                           MOVE TEMA-COD TO AUDITORIA-CHAVE
                           PERFORM REGISTAR-AUDITORIA
                   END-WRITE
               END-IF
           END-IF.

           DISPLAY "Prima ENTER para continuar.            "
           HIGHLIGHT AT 0403.
           ACCEPT OMITTED AT 0430.
           MOVE "N" TO REPETIR-MENU.
      ******************************************************************
       TEMAS-CONSULTAR.
           PERFORM BASE.
           DISPLAY "Consultar Tema" HIGHLIGHT AT 0217.

           DISPLAY "Por favor preencha o seguinte campo:" AT 0403
           HIGHLIGHT.

           DISPLAY "Codigo do Tema:"
           AT 0603 FOREGROUND-COLOR 3 HIGHLIGHT.

           DISPLAY "Deixe em branco para retroceder."
           AT 0803 HIGHLIGHT.

           ACCEPT TEMA-COD AUTO HIGHLIGHT AT 0619.
           DISPLAY TEMA-COD HIGHLIGHT AT 0619.
           DISPLAY "                                " AT 0803.

           READ FIC-TEMAS
               INVALID KEY
                   MOVE "N" TO EXISTE
               NOT INVALID KEY
                   MOVE "S" TO EXISTE
           END-READ.

           IF (EXISTE = "N") THEN
               IF TEMA-COD = SPACES THEN
                   DISPLAY "00000" AT 0619 HIGHLIGHT
               ELSE
                   DISPLAY "Tema nao existe!"
                   FOREGROUND-COLOR 4 HIGHLIGHT AT 0625
               END-IF
           ELSE
               DISPLAY "Tema:"
               AT 0803 FOREGROUND-COLOR 3 HIGHLIGHT
               DISPLAY TEMA HIGHLIGHT AT 0809
           END-IF.

           DISPLAY "Prima ENTER para continuar.         "
           ACCEPT OMITTED AT 0430.
           MOVE "N" TO REPETIR-MENU.
      ******************************************************************
       TEMAS-ALTERAR.
           PERFORM BASE.
           DISPLAY "Alterar Tema" HIGHLIGHT AT 0217.

           DISPLAY "Por favor preencha o seguinte campo:" AT 0403
           HIGHLIGHT.

           DISPLAY "Codigo do Tema:"
           AT 0603 FOREGROUND-COLOR 3 HIGHLIGHT.

           DISPLAY "Deixe em branco para retroceder."
           AT 0803 HIGHLIGHT.

           ACCEPT TEMA-COD AUTO HIGHLIGHT AT 0619.
           DISPLAY TEMA-COD HIGHLIGHT AT 0619.
           DISPLAY "                                " AT 0803.

           READ FIC-TEMAS
               INVALID KEY
                   MOVE "N" TO EXISTE
               NOT INVALID KEY
           END-READ.

           IF (EXISTE = "N") THEN
               IF TEMA-COD = SPACES THEN
                   DISPLAY "00000" AT 0619 HIGHLIGHT
               ELSE
                   DISPLAY "Tema nao existe!"
                   FOREGROUND-COLOR 4 HIGHLIGHT AT 0625
               END-IF
           ELSE
               DISPLAY "Por favor preencha os seguintes campos:"
               AT 0403 HIGHLIGHT
               DISPLAY "Tema:" AT 0803 FOREGROUND-COLOR 3 HIGHLIGHT

               PERFORM WITH TEST AFTER UNTIL
               TEMA > SPACES
                   ACCEPT TEMA HIGHLIGHT AT 0809
                   IF TEMA = SPACES THEN
                       DISPLAY "Tema invalido! "
                       FOREGROUND-COLOR 4 HIGHLIGHT AT 0840
                   ELSE
                       DISPLAY "               " AT 0840
                   END-IF
               END-PERFORM

               REWRITE REGISTO-TEMAS
                   INVALID KEY
                       DISPLAY "Erro ao alterar tema!"
                       FOREGROUND-COLOR 4 HIGHLIGHT AT 1003
                   NOT INVALID KEY
                       DISPLAY "Tema alterado com sucesso!"
                       HIGHLIGHT AT 1003
                       MOVE "TEMAS" TO AUDITORIA-FICHEIRO
                       MOVE "REWRITE" TO AUDITORIA-OPERACAO
                       MOVE TEMA-COD TO AUDITORIA-CHAVE
                       PERFORM REGISTAR-AUDITORIA
               END-REWRITE
           END-IF.

           DISPLAY "Prima ENTER para continuar.            "
           HIGHLIGHT AT 0403.
           ACCEPT OMITTED AT 0430.
           MOVE "N" TO REPETIR-MENU.
      ******************************************************************
       TEMAS-ELIMINAR.
           PERFORM BASE.
           DISPLAY "Eliminar Tema" HIGHLIGHT AT 0217.

           DISPLAY "Por favor preencha o seguinte campo:" AT 0403
           HIGHLIGHT.
           DISPLAY "Codigo do Tema:"
           AT 0603 FOREGROUND-COLOR 3 HIGHLIGHT.

           DISPLAY "Deixe em branco para retroceder."
           AT 0803 HIGHLIGHT.

           ACCEPT TEMA-COD AUTO HIGHLIGHT AT 0619.
           DISPLAY TEMA-COD HIGHLIGHT AT 0619.
           DISPLAY "                                " AT 0803.

           READ FIC-TEMAS
               INVALID KEY
                   MOVE "N" TO EXISTE
               NOT INVALID KEY
                   MOVE "S" TO EXISTE
           END-READ.

           IF (EXISTE = "N") THEN
               IF TEMA-COD = SPACES THEN
                   DISPLAY "00000" HIGHLIGHT AT 0619
               ELSE
                   DISPLAY "Tema nao existe!"
                   FOREGROUND-COLOR 4 HIGHLIGHT AT 0625
               END-IF
           ELSE
               PERFORM VERIFICAR-REF-TEMA

               IF (REFERENCIADO = "S") THEN
                   DISPLAY "Tema associado a livros existentes! "
                   FOREGROUND-COLOR 4 HIGHLIGHT AT 0803
               ELSE
                   DELETE FIC-TEMAS
                   INVALID KEY
                       DISPLAY "Erro ao eliminar tema!"
                       FOREGROUND-COLOR 4 HIGHLIGHT AT 0803
                   NOT INVALID KEY
                       DISPLAY "Tema eliminado com sucesso!"
                       HIGHLIGHT AT 0803
                       MOVE "TEMAS" TO AUDITORIA-FICHEIRO
                       MOVE "DELETE" TO AUDITORIA-OPERACAO
                       MOVE TEMA-COD TO AUDITORIA-CHAVE
                       PERFORM REGISTAR-AUDITORIA
                   END-DELETE
               END-IF
           END-IF.

           DISPLAY "Prima ENTER para continuar.         "
           ACCEPT OMITTED AT 0430.
           MOVE "N" TO REPETIR-MENU.
      ******************************************************************
       VERIFICAR-REF-TEMA.
           MOVE "N" TO REFERENCIADO.
           MOVE 0 TO LIVRO-COD.
           START FIC-LIVROS KEY > LIVRO-COD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF FS <> "05" AND FS <> "23" THEN
                       PERFORM UNTIL FS = "10" OR REFERENCIADO = "S"
                           READ FIC-LIVROS NEXT RECORD
                               NOT AT END
                                   IF LIVRO-TEMA-COD = TEMA-COD THEN
                                       MOVE "S" TO REFERENCIADO
                                   END-IF
                           END-READ
                       END-PERFORM
                   END-IF
           END-START.
      ******************************************************************
       TEMAS-LISTAGEM.
           PERFORM BASE.
           DISPLAY "Listagem de Temas" HIGHLIGHT AT 0217.

           DISPLAY "o-------o-----o----------------------------------" &
           "--------------------------------------o------------------o"
           AT 0301 FOREGROUND-COLOR 3.

           PERFORM VARYING CONTADOR FROM 4 BY 1 UNTIL CONTADOR > 18
           DISPLAY "|       |                                        " &
           "                                                         |"
           LINE CONTADOR FOREGROUND-COLOR 3
           END-PERFORM.

           DISPLAY "C.Tm." FOREGROUND-COLOR 3 HIGHLIGHT AT 0403.
           DISPLAY "Tema" FOREGROUND-COLOR 3 HIGHLIGHT AT 0411.
           DISPLAY "P." FOREGROUND-COLOR 3 HIGHLIGHT AT 2003.
           DISPLAY "|" FOREGROUND-COLOR 3 AT 2009.
           DISPLAY "o" FOREGROUND-COLOR 3 AT 2109.

           DISPLAY "o-------o----------------------------------------" &
           "---------------------------------------------------------o"
           AT 0501 FOREGROUND-COLOR 3.
           DISPLAY "o-------o----------------------------------------" &
           "---------------------------------------------------------o"
           AT 1901 FOREGROUND-COLOR 3.

           MOVE 1 TO PAGINA.
           MOVE 0 TO TEMA-COD.
           START FIC-TEMAS KEY > TEMA-COD
               INVALID KEY
                   DISPLAY "Ficheiro vazio! Prima ENTER para continuar."
                   HIGHLIGHT AT 2011
                   MOVE 6 TO LINHA
                   IF FS <> "05" AND FS <> "23" THEN
                       PERFORM UNTIL FS = "10"
                           READ FIC-TEMAS NEXT RECORD
                               NOT AT END
                                   DISPLAY PAGINA
                                   HIGHLIGHT AT 2006
                                   DISPLAY TEMA-COD
                                   HIGHLIGHT LINE LINHA COL 3
                                   DISPLAY TEMA
                                   HIGHLIGHT LINE LINHA COL 11
                                   ADD 1 TO LINHA
                                   IF LINHA = 19 THEN
                                       MOVE 6 TO LINHA
                                       ADD 1 TO PAGINA
      *********************************^
           PERFORM VARYING CONTADOR FROM 6 BY 1 UNTIL CONTADOR > 18
           DISPLAY "|       |                                        " &
           "                                                         |"
           LINE CONTADOR FOREGROUND-COLOR 3
           END-PERFORM
      ******************************************************************
                   END-IF
                   DISPLAY "-----" HIGHLIGHT
                   FOREGROUND-COLOR 3 LINE LINHA COL 3
                   DISPLAY "-----------------------------------------" &
                   "-----------------------------------------" &
                   " Fim da Lista" HIGHLIGHT
                   FOREGROUND-COLOR 3 LINE LINHA COL 11
                   DISPLAY "Prima ENTER para continuar.               "
                   HIGHLIGHT AT 2011
                   ACCEPT OMITTED AT 2038

           MOVE "N" TO REPETIR-MENU.
      ******************************************************************
      ******************************************************************
      ******************************************************************
       MENU-AUTORES.
           PERFORM UNTIL SAIR = "S"
               PERFORM BASE
               DISPLAY "Menu Autores" HIGHLIGHT AT 0217
               DISPLAY " Gestao de Autores "
               FOREGROUND-COLOR 3 HIGHLIGHT AT 0545
               DISPLAY "o-----------------------o"
               FOREGROUND-COLOR 3 AT 0642
               IF NIVEL-ATUAL > 1 THEN
                   DISPLAY "Novo -------------- 1" HIGHLIGHT AT 0744
               END-IF
               DISPLAY "Consultar --------- 2" HIGHLIGHT AT 0844
               IF NIVEL-ATUAL > 1 THEN
                   DISPLAY "Alterar ----------- 3" HIGHLIGHT AT 0944
                   DISPLAY "Eliminar ---------- 4" HIGHLIGHT AT 1044
               END-IF
               DISPLAY "Listagem ---------- 5" HIGHLIGHT AT 1144
               DISPLAY "Menu Inicial ------ 9" HIGHLIGHT AT 1344
               DISPLAY "[ ]"                   HIGHLIGHT AT 1553
               MOVE "S" TO REPETIR-MENU
               PERFORM UNTIL REPETIR-MENU = "N"
                   ACCEPT ESCOLHA AT 1554 AUTO
                   EVALUATE ESCOLHA
                       WHEN 1
                           IF NIVEL-ATUAL > 1 THEN
                               PERFORM AUTORES-NOVO
                           ELSE
                               PERFORM ACESSO-NEGADO
                           END-IF
                       WHEN 2 PERFORM AUTORES-CONSULTAR
                       WHEN 3
                           IF NIVEL-ATUAL > 1 THEN
                               PERFORM AUTORES-ALTERAR
                           ELSE
                               PERFORM ACESSO-NEGADO
                           END-IF
                       WHEN 4
                           IF NIVEL-ATUAL > 1 THEN
                               PERFORM AUTORES-ELIMINAR
                           ELSE
                               PERFORM ACESSO-NEGADO
                           END-IF
                       WHEN 5 PERFORM AUTORES-LISTAGEM
                       WHEN 9
                           MOVE "S" TO SAIR
                           MOVE "N" TO REPETIR-MENU
                       WHEN OTHER
                           DISPLAY "Escolha invalida!" AT 1746
                           FOREGROUND-COLOR 4 HIGHLIGHT
                           MOVE "S" TO REPETIR-MENU
                   END-EVALUATE
           MOVE "N" TO SAIR.
           MOVE "N" TO REPETIR-MENU.
      ******************************************************************
       AUTORES-NOVO.
           PERFORM BASE.
           DISPLAY "Novo Autor" HIGHLIGHT AT 0217.

           DISPLAY "Por favor preencha o seguinte campo:" AT 0403
           HIGHLIGHT.

           DISPLAY "Codigo do Autor:"
           AT 0603 FOREGROUND-COLOR 3 HIGHLIGHT.

           DISPLAY "Deixe em branco para retroceder."
           AT 0803 HIGHLIGHT.

           ACCEPT AUTOR-COD AUTO HIGHLIGHT AT 0620.
           DISPLAY AUTOR-COD HIGHLIGHT AT 0620.
           DISPLAY "                                " AT 0803.

           READ FIC-AUTORES
               INVALID KEY
                   MOVE "N" TO EXISTE
               NOT INVALID KEY
                   MOVE "S" TO EXISTE
           END-READ.

           IF (EXISTE = "S") THEN
               DISPLAY "Autor ja existe!"
               FOREGROUND-COLOR 4 HIGHLIGHT AT 0626
           ELSE
               IF AUTOR-COD = SPACES THEN
                   DISPLAY "00000" AT 0620 HIGHLIGHT
               ELSE
                   DISPLAY "Por favor preencha os seguintes campos:"
                   AT 0403 HIGHLIGHT
                   DISPLAY "Autor:"
                   AT 0803 FOREGROUND-COLOR 3 HIGHLIGHT

                   PERFORM WITH TEST AFTER UNTIL
                   AUTOR > SPACES
                       ACCEPT AUTOR HIGHLIGHT AT 0810
                       IF AUTOR = SPACES THEN
                           DISPLAY "Autor invalido! "
                           FOREGROUND-COLOR 4 HIGHLIGHT AT 0841
                       ELSE
                           DISPLAY "                " AT 0841
                       END-IF
                   END-PERFORM

                   WRITE REGISTO-AUTORES
                       INVALID KEY
                           DISPLAY "Erro ao criar autor!"
                           FOREGROUND-COLOR 4 HIGHLIGHT AT 1003
                       NOT INVALID KEY
                           DISPLAY "Autor criado com sucesso!"
                           HIGHLIGHT AT 1003
                           MOVE "AUTORES" TO AUDITORIA-FICHEIRO
                           MOVE "WRITE" TO AUDITORIA-OPERACAO
                           MOVE AUTOR-COD TO AUDITORIA-CHAVE
                           PERFORM REGISTAR-AUDITORIA
                   END-WRITE
               END-IF
           END-IF.

           DISPLAY "Prima ENTER para continuar.            "
           HIGHLIGHT AT 0403.
           ACCEPT OMITTED AT 0430.
           MOVE "N" TO REPETIR-MENU.
      ******************************************************************
       AUTORES-CONSULTAR.
           PERFORM BASE.
           DISPLAY "Consultar Autor" HIGHLIGHT AT 0217.

           DISPLAY "Por favor preencha o seguinte campo:" AT 0403
           HIGHLIGHT.

           DISPLAY "Codigo do Autor:"
           AT 0603 FOREGROUND-COLOR 3 HIGHLIGHT.

           DISPLAY "Deixe em branco para retroceder."
           AT 0803 HIGHLIGHT.

           ACCEPT AUTOR-COD AUTO HIGHLIGHT AT 0620.
           DISPLAY AUTOR-COD HIGHLIGHT AT 0620.
           DISPLAY "                                " AT 0803.

           READ FIC-AUTORES
               INVALID KEY
                   MOVE "N" TO EXISTE
               NOT INVALID KEY
           END-READ.

           IF (EXISTE = "N") THEN
               IF AUTOR-COD = SPACES THEN
                   DISPLAY "00000" AT 0620 HIGHLIGHT
               ELSE
                   DISPLAY "Autor nao existe!"
                   FOREGROUND-COLOR 4 HIGHLIGHT AT 0626
               END-IF
           ELSE
               DISPLAY "Autor:"
               AT 0803 FOREGROUND-COLOR 3 HIGHLIGHT
               DISPLAY AUTOR HIGHLIGHT AT 0810
           END-IF.

           DISPLAY "Prima ENTER para continuar.         "
           ACCEPT OMITTED AT 0430.
           MOVE "N" TO REPETIR-MENU.
      ******************************************************************
       AUTORES-ALTERAR.
           PERFORM BASE.
           DISPLAY "Alterar Autor" HIGHLIGHT AT 0217.

           DISPLAY "Por favor preencha o seguinte campo:" AT 0403
           HIGHLIGHT.

           DISPLAY "Codigo do Autor:"
           AT 0603 FOREGROUND-COLOR 3 HIGHLIGHT.

           DISPLAY "Deixe em branco para retroceder."
           AT 0803 HIGHLIGHT.

           ACCEPT AUTOR-COD AUTO HIGHLIGHT AT 0620.
           DISPLAY AUTOR-COD HIGHLIGHT AT 0620.
           DISPLAY "                                " AT 0803.

           READ FIC-AUTORES
               INVALID KEY
                   MOVE "N" TO EXISTE
               NOT INVALID KEY
                   MOVE "S" TO EXISTE
           END-READ.

           IF (EXISTE = "N") THEN
               IF AUTOR-COD = SPACES THEN
                   DISPLAY "00000" AT 0620 HIGHLIGHT
               ELSE
                   DISPLAY "Autor nao existe!"
                   FOREGROUND-COLOR 4 HIGHLIGHT AT 0626
               END-IF
           ELSE
               DISPLAY "Por favor preencha os seguintes campos:"
               AT 0403 HIGHLIGHT
               DISPLAY "Autor:"
               AT 0803 FOREGROUND-COLOR 3 HIGHLIGHT

               PERFORM WITH TEST AFTER UNTIL
               AUTOR > SPACES
                   ACCEPT AUTOR HIGHLIGHT AT 0810
                   IF AUTOR = SPACES THEN
                       DISPLAY "Autor invalido! "
                       FOREGROUND-COLOR 4 HIGHLIGHT AT 0841
                   ELSE
                       DISPLAY "                " AT 0841
                   END-IF
               END-PERFORM

               REWRITE REGISTO-AUTORES
                   INVALID KEY
                       DISPLAY "Erro ao alterar autor!"
                       FOREGROUND-COLOR 4 HIGHLIGHT AT 1003
                   NOT INVALID KEY
                       DISPLAY "Autor alterado com sucesso!"
                       HIGHLIGHT AT 1003
                       MOVE "AUTORES" TO AUDITORIA-FICHEIRO
                       MOVE "REWRITE" TO AUDITORIA-OPERACAO
                       MOVE AUTOR-COD TO AUDITORIA-CHAVE
                       PERFORM REGISTAR-AUDITORIA
               END-REWRITE
           END-IF.

           DISPLAY "Prima ENTER para continuar.            "
           HIGHLIGHT AT 0403.
           ACCEPT OMITTED AT 0430.
           MOVE "N" TO REPETIR-MENU.
      ******************************************************************
       AUTORES-ELIMINAR.
           PERFORM BASE.
           DISPLAY "Eliminar Autor" HIGHLIGHT AT 0217.

           DISPLAY "Por favor preencha o seguinte campo:" AT 0403
           HIGHLIGHT.

           DISPLAY "Codigo do Autor:"
           AT 0603 FOREGROUND-COLOR 3 HIGHLIGHT.

           DISPLAY "Deixe em branco para retroceder."
           AT 0803 HIGHLIGHT.

           ACCEPT AUTOR-COD AUTO HIGHLIGHT AT 0620.
           DISPLAY AUTOR-COD HIGHLIGHT AT 0620.
           DISPLAY "                                " AT 0803.

           READ FIC-AUTORES
               INVALID KEY
                   MOVE "N" TO EXISTE
               NOT INVALID KEY
           END-READ.

           IF (EXISTE = "N") THEN
               IF AUTOR-COD = SPACES THEN
                   DISPLAY "00000" AT 0620 HIGHLIGHT
               ELSE
                   DISPLAY "Autor nao existe!"
                   FOREGROUND-COLOR 4 HIGHLIGHT AT 0626
               END-IF
           ELSE
               PERFORM VERIFICAR-REF-AUTOR

               IF (REFERENCIADO = "S") THEN
                   DISPLAY "Autor associado a livros existentes! "
                   FOREGROUND-COLOR 4 HIGHLIGHT AT 0803
               ELSE
                   DELETE FIC-AUTORES
                   INVALID KEY
                       DISPLAY "Erro ao eliminar autor!"
                       FOREGROUND-COLOR 4 HIGHLIGHT AT 0803
                   NOT INVALID KEY
                       DISPLAY "Autor eliminado com sucesso!"
                       HIGHLIGHT AT 0803
                       MOVE "AUTORES" TO AUDITORIA-FICHEIRO
                       MOVE "DELETE" TO AUDITORIA-OPERACAO
                       MOVE AUTOR-COD TO AUDITORIA-CHAVE
                       PERFORM REGISTAR-AUDITORIA
                   END-DELETE
               END-IF
           END-IF.

           ACCEPT OMITTED AT 0430.
           MOVE "N" TO REPETIR-MENU.
      ******************************************************************
       VERIFICAR-REF-AUTOR.
           MOVE "N" TO REFERENCIADO.
           MOVE 0 TO LIVRO-COD.
           START FIC-LIVROS KEY > LIVRO-COD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF FS <> "05" AND FS <> "23" THEN
                       PERFORM UNTIL FS = "10" OR REFERENCIADO = "S"
                           READ FIC-LIVROS NEXT RECORD
                               NOT AT END
                                   IF LIVRO-AUTOR-COD = AUTOR-COD THEN
                                       MOVE "S" TO REFERENCIADO
                                   END-IF
                           END-READ
                       END-PERFORM
                   END-IF
           END-START.
      ******************************************************************
       AUTORES-LISTAGEM.
           PERFORM BASE.
           DISPLAY "Listagem de Autores" HIGHLIGHT AT 0217.

           DISPLAY "o-------o-----o----------------------------------" &
           "--------------------------------------o------------------o"
           AT 0301 FOREGROUND-COLOR 3.

           PERFORM VARYING CONTADOR FROM 4 BY 1 UNTIL CONTADOR > 18
           DISPLAY "|       |                                        " &
           "                                                         |"
           LINE CONTADOR FOREGROUND-COLOR 3
           END-PERFORM.

           DISPLAY "C.At." FOREGROUND-COLOR 3 HIGHLIGHT AT 0403.
           DISPLAY "Autor" FOREGROUND-COLOR 3 HIGHLIGHT AT 0411.
           DISPLAY "P." FOREGROUND-COLOR 3 HIGHLIGHT AT 2003.
           DISPLAY "|" FOREGROUND-COLOR 3 AT 2009.
           DISPLAY "o" FOREGROUND-COLOR 3 AT 2109.

           DISPLAY "o-------o----------------------------------------" &
           "---------------------------------------------------------o"
           AT 0501 FOREGROUND-COLOR 3.
           DISPLAY "o-------o----------------------------------------" &
           "---------------------------------------------------------o"
           AT 1901 FOREGROUND-COLOR 3.

           MOVE 1 TO PAGINA.
           MOVE 0 TO AUTOR-COD.
           START FIC-AUTORES KEY > AUTOR-COD
               INVALID KEY
                   DISPLAY "Ficheiro vazio! Prima ENTER para continuar."
                   HIGHLIGHT AT 2011
                   DISPLAY "00" HIGHLIGHT AT 2006
                   ACCEPT OMITTED AT 2054
               NOT INVALID KEY
                   MOVE 6 TO LINHA
                   IF FS <> "05" AND FS <> "23" THEN
                       PERFORM UNTIL FS = "10"
                           READ FIC-AUTORES NEXT RECORD
                               NOT AT END
                                   DISPLAY PAGINA
                                   HIGHLIGHT AT 2006
                                   DISPLAY AUTOR-COD
                                   HIGHLIGHT LINE LINHA COL 3
                                   DISPLAY AUTOR
                                   HIGHLIGHT LINE LINHA COL 11
                                   ADD 1 TO LINHA
                                   IF LINHA = 19 THEN
                                       MOVE 6 TO LINHA
                                       DISPLAY
                            "Prima ENTER para mostrar a proxima pagina."
                                       HIGHLIGHT AT 2011
                                       ACCEPT OMITTED AT 2053
                                       ADD 1 TO PAGINA
      *********************************^
           PERFORM VARYING CONTADOR FROM 6 BY 1 UNTIL CONTADOR > 18
           DISPLAY "|       |                                        " &
           "                                                         |"
           LINE CONTADOR FOREGROUND-COLOR 3
           END-PERFORM
      ******************************************************************
                                   END-IF
                           END-READ
                       END-PERFORM
                   END-IF
                   DISPLAY "-----" HIGHLIGHT
                   FOREGROUND-COLOR 3 LINE LINHA COL 3
                   DISPLAY "-----------------------------------------" &
                   "-----------------------------------------" &
                   " Fim da Lista" HIGHLIGHT
                   FOREGROUND-COLOR 3 LINE LINHA COL 11
                   DISPLAY "Prima ENTER para continuar.               "
                   HIGHLIGHT AT 2011
                   ACCEPT OMITTED AT 2038
           END-START.

           MOVE "N" TO REPETIR-MENU.
      ******************************************************************
      ******************************************************************
      ******************************************************************
       MENU-TARIFAS.
           PERFORM UNTIL SAIR = "S"
               PERFORM BASE
               DISPLAY "Menu Tarifas" HIGHLIGHT AT 0217
               DISPLAY " Gestao de Tarifas "
               FOREGROUND-COLOR 3 HIGHLIGHT AT 0545
               DISPLAY "o-----------------------o"
               FOREGROUND-COLOR 3 AT 0642
               IF NIVEL-ATUAL > 1 THEN
                   DISPLAY "Novo -------------- 1" HIGHLIGHT AT 0744
                   DISPLAY "Alterar ----------- 2" HIGHLIGHT AT 0844
                   DISPLAY "Eliminar ---------- 3" HIGHLIGHT AT 0944
               END-IF
               DISPLAY "Listagem ---------- 4" HIGHLIGHT AT 1044
               DISPLAY "Menu Inicial ------ 9" HIGHLIGHT AT 1244
               DISPLAY "[ ]"                   HIGHLIGHT AT 1453
               MOVE "S" TO REPETIR-MENU
               PERFORM UNTIL REPETIR-MENU = "N"
                   ACCEPT ESCOLHA AT 1454 AUTO
                   EVALUATE ESCOLHA
                       WHEN 1
                           IF NIVEL-ATUAL > 1 THEN
                               PERFORM TARIFAS-NOVO
                           ELSE
                               PERFORM ACESSO-NEGADO
                           END-IF
                       WHEN 2
                           IF NIVEL-ATUAL > 1 THEN
                               PERFORM TARIFAS-ALTERAR
                           ELSE
                               PERFORM ACESSO-NEGADO
                           END-IF
                       WHEN 3
                           IF NIVEL-ATUAL > 1 THEN
                               PERFORM TARIFAS-ELIMINAR
                           ELSE
                               PERFORM ACESSO-NEGADO
                           END-IF
                       WHEN 4 PERFORM TARIFAS-LISTAGEM
                       WHEN 9
                           MOVE "S" TO SAIR
                           MOVE "N" TO REPETIR-MENU
                       WHEN OTHER
                           DISPLAY "Escolha invalida!" AT 1646
                           FOREGROUND-COLOR 4 HIGHLIGHT
                           MOVE "S" TO REPETIR-MENU
                   END-EVALUATE
               END-PERFORM
           END-PERFORM.
           MOVE "N" TO SAIR.
           MOVE "N" TO REPETIR-MENU.
      ******************************************************************
       TARIFAS-NOVO.
           PERFORM BASE.
           DISPLAY "Nova Tarifa" HIGHLIGHT AT 0217.

           DISPLAY "Por favor preencha o seguinte campo:" AT 0403
           HIGHLIGHT.

           DISPLAY "Codigo do Tema:"
           AT 0603 FOREGROUND-COLOR 3 HIGHLIGHT.

           DISPLAY "Zero define a tarifa por omissao."
           AT 0803 HIGHLIGHT.

           ACCEPT TARIFA-TEMA-COD AUTO HIGHLIGHT AT 0619.
           DISPLAY TARIFA-TEMA-COD HIGHLIGHT AT 0619.
           DISPLAY "                                 " AT 0803.

           READ FIC-TARIFAS
               INVALID KEY
                   MOVE "N" TO EXISTE
               NOT INVALID KEY
                   MOVE "S" TO EXISTE
           END-READ.

           IF (EXISTE = "S") THEN
               DISPLAY "Tarifa ja existe!"
               FOREGROUND-COLOR 4 HIGHLIGHT AT 0626
           ELSE
               IF TARIFA-TEMA-COD > 0 THEN
                   MOVE TARIFA-TEMA-COD TO TEMA-COD
                   READ FIC-TEMAS
                       INVALID KEY
                           MOVE "N" TO EXISTE
                       NOT INVALID KEY
                           MOVE "S" TO EXISTE
                   END-READ
               ELSE
                   MOVE "S" TO EXISTE
               END-IF

               IF (EXISTE = "N") THEN
                   DISPLAY "Tema nao existe! Por favor" &
                   " atualize a base de dados!"
                   FOREGROUND-COLOR 4 HIGHLIGHT AT 0626
               ELSE
                   PERFORM TARIFAS-ACEITAR-VALOR

                   WRITE REGISTO-TARIFAS
                       INVALID KEY
                           DISPLAY "Erro ao criar tarifa!"
                           FOREGROUND-COLOR 4 HIGHLIGHT AT 1203
                       NOT INVALID KEY
                           DISPLAY "Tarifa criada com sucesso!"
                           HIGHLIGHT AT 1203
                           MOVE "TARIFAS" TO AUDITORIA-FICHEIRO
                           MOVE "WRITE" TO AUDITORIA-OPERACAO
                           MOVE TARIFA-TEMA-COD TO AUDITORIA-CHAVE
                           PERFORM REGISTAR-AUDITORIA
                   END-WRITE
               END-IF
           END-IF.

           DISPLAY "Prima ENTER para continuar.            "
           HIGHLIGHT AT 0403.
           ACCEPT OMITTED AT 0430.
           MOVE "N" TO REPETIR-MENU.
      ******************************************************************
       TARIFAS-ACEITAR-VALOR.
           DISPLAY "Tarifa Diaria (Euros):"
           AT 0803 FOREGROUND-COLOR 3 HIGHLIGHT.
           ACCEPT TARIFA-EUROS AUTO HIGHLIGHT AT 0826.
           DISPLAY TARIFA-EUROS HIGHLIGHT AT 0826.

           DISPLAY "(Centimos):"
           AT 1003 FOREGROUND-COLOR 3 HIGHLIGHT.
           ACCEPT TARIFA-CENTIMOS AUTO HIGHLIGHT AT 1015.
           DISPLAY TARIFA-CENTIMOS HIGHLIGHT AT 1015.

           COMPUTE TARIFA-DIA =
               TARIFA-EUROS + TARIFA-CENTIMOS / 100.
      ******************************************************************
       TARIFAS-ALTERAR.
           PERFORM BASE.
           DISPLAY "Alterar Tarifa" HIGHLIGHT AT 0217.

           DISPLAY "Por favor preencha o seguinte campo:" AT 0403
           HIGHLIGHT.

           DISPLAY "Codigo do Tema:"
           AT 0603 FOREGROUND-COLOR 3 HIGHLIGHT.

           DISPLAY "Zero altera a tarifa por omissao."
           AT 0803 HIGHLIGHT.

           ACCEPT TARIFA-TEMA-COD AUTO HIGHLIGHT AT 0619.
           DISPLAY TARIFA-TEMA-COD HIGHLIGHT AT 0619.
           DISPLAY "                                 " AT 0803.

           READ FIC-TARIFAS
               INVALID KEY
                   MOVE "N" TO EXISTE
               NOT INVALID KEY
                   MOVE "S" TO EXISTE
           END-READ.

           IF (EXISTE = "N") THEN
               DISPLAY "Tarifa nao existe!"
               FOREGROUND-COLOR 4 HIGHLIGHT AT 0626
           ELSE
               PERFORM TARIFAS-ACEITAR-VALOR

               REWRITE REGISTO-TARIFAS
                   INVALID KEY
                       DISPLAY "Erro ao alterar tarifa!"
                       FOREGROUND-COLOR 4 HIGHLIGHT AT 1203
                   NOT INVALID KEY
                       DISPLAY "Tarifa alterada com sucesso!"
                       HIGHLIGHT AT 1203
                       MOVE "TARIFAS" TO AUDITORIA-FICHEIRO
                       MOVE "REWRITE" TO AUDITORIA-OPERACAO
                       MOVE TARIFA-TEMA-COD TO AUDITORIA-CHAVE
                       PERFORM REGISTAR-AUDITORIA
               END-REWRITE
           END-IF.

           DISPLAY "Prima ENTER para continuar.            "
           HIGHLIGHT AT 0403.
           ACCEPT OMITTED AT 0430.
           MOVE "N" TO REPETIR-MENU.
      ******************************************************************
       TARIFAS-ELIMINAR.
           PERFORM BASE.
           DISPLAY "Eliminar Tarifa" HIGHLIGHT AT 0217.

           DISPLAY "Por favor preencha o seguinte campo:" AT 0403
           HIGHLIGHT.

           DISPLAY "Codigo do Tema:"
           AT 0603 FOREGROUND-COLOR 3 HIGHLIGHT.

           ACCEPT TARIFA-TEMA-COD AUTO HIGHLIGHT AT 0619.
           DISPLAY TARIFA-TEMA-COD HIGHLIGHT AT 0619.

           READ FIC-TARIFAS
               INVALID KEY
                   MOVE "N" TO EXISTE
               NOT INVALID KEY
           END-READ.

           IF (EXISTE = "N") THEN
               DISPLAY "Tarifa nao existe!"
               FOREGROUND-COLOR 4 HIGHLIGHT AT 0626
           ELSE
               DELETE FIC-TARIFAS
                   INVALID KEY
                       DISPLAY "Erro ao eliminar tarifa!"
                       FOREGROUND-COLOR 4 HIGHLIGHT AT 0803
                   NOT INVALID KEY
                       DISPLAY "Tarifa eliminada com sucesso!"
                       HIGHLIGHT AT 0803
                       MOVE "TARIFAS" TO AUDITORIA-FICHEIRO
                       MOVE "DELETE" TO AUDITORIA-OPERACAO
                       MOVE TARIFA-TEMA-COD TO AUDITORIA-CHAVE
                       PERFORM REGISTAR-AUDITORIA
               END-DELETE
           END-IF.

           DISPLAY "Prima ENTER para continuar.         "
           HIGHLIGHT AT 0403.
           ACCEPT OMITTED AT 0430.
           MOVE "N" TO REPETIR-MENU.
      ******************************************************************
       TARIFAS-LISTAGEM.
           PERFORM BASE.
           DISPLAY "Listagem de Tarifas" HIGHLIGHT AT 0217.

           DISPLAY "C.Tm."  FOREGROUND-COLOR 3 HIGHLIGHT AT 0403.
           DISPLAY "Tema"   FOREGROUND-COLOR 3 HIGHLIGHT AT 0411.
           DISPLAY "Tarifa Dia (Eur)"
           FOREGROUND-COLOR 3 HIGHLIGHT AT 0443.

           MOVE 6 TO LINHA.
           MOVE "N" TO EXISTE.
           MOVE 0 TO TARIFA-TEMA-COD.
           START FIC-TARIFAS KEY >= TARIFA-TEMA-COD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF FS <> "05" AND FS <> "23" THEN
                       PERFORM UNTIL FS = "10"
                           READ FIC-TARIFAS NEXT RECORD
                               NOT AT END
                                   MOVE "S" TO EXISTE
                                   PERFORM TARIFAS-LINHA-LISTAGEM
                           END-READ
                       END-PERFORM
                   END-IF
           END-START.

           IF (EXISTE = "N") THEN
               DISPLAY "Nao ha tarifas registadas!"
               FOREGROUND-COLOR 4 HIGHLIGHT AT 0603
           END-IF.

           DISPLAY "Prima ENTER para continuar.            "
           HIGHLIGHT AT 2003.
           ACCEPT OMITTED AT 2030.
           MOVE "N" TO REPETIR-MENU.
      ******************************************************************
       TARIFAS-LINHA-LISTAGEM.
           DISPLAY TARIFA-TEMA-COD HIGHLIGHT LINE LINHA COL 3.
           IF TARIFA-TEMA-COD = 0 THEN
               DISPLAY "(Tarifa por omissao)          "
               HIGHLIGHT LINE LINHA COL 11
           ELSE
               MOVE TARIFA-TEMA-COD TO TEMA-COD
               READ FIC-TEMAS
                   INVALID KEY
                       MOVE SPACES TO TEMA
               END-READ
               DISPLAY TEMA HIGHLIGHT LINE LINHA COL 11
           END-IF.
           MOVE TARIFA-DIA TO VALOR-TRABALHO.
           PERFORM FORMATAR-VALOR.
           DISPLAY VALOR-FORMATADO HIGHLIGHT LINE LINHA COL 43.
           ADD 1 TO LINHA.
           IF LINHA = 19 THEN
               DISPLAY "Prima ENTER para continuar..."
               HIGHLIGHT AT 2003
               ACCEPT OMITTED AT 2033
               MOVE 6 TO LINHA
           END-IF.
      ******************************************************************
      ******************************************************************
      ******************************************************************
       MENU-ALUGUERES.
           PERFORM UNTIL SAIR = "S"
               PERFORM BASE
               DISPLAY "Menu Alugueres" HIGHLIGHT AT 0217
               DISPLAY "Gestao de Alugueres"
               FOREGROUND-COLOR 3 HIGHLIGHT AT 0545
               DISPLAY "o-----------------------o"
               FOREGROUND-COLOR 3 AT 0642
               DISPLAY "Renovar ----------- 0" HIGHLIGHT AT 0744
               IF NIVEL-ATUAL > 1 THEN
                   DISPLAY "Novo -------------- 1" HIGHLIGHT AT 0844
               END-IF
               DISPLAY "Consultar --------- 2" HIGHLIGHT AT 0944
               IF NIVEL-ATUAL > 1 THEN
                   DISPLAY "Alterar ----------- 3" HIGHLIGHT AT 1044
                   DISPLAY "Eliminar ---------- 4" HIGHLIGHT AT 1144
               END-IF
               DISPLAY "Listagem ---------- 5" HIGHLIGHT AT 1244
               DISPLAY "Devolver ---------- 6" HIGHLIGHT AT 1344
               DISPLAY "Multas ------------ 7" HIGHLIGHT AT 1444
               DISPLAY "Lista de Espera --- 8" HIGHLIGHT AT 1544
               DISPLAY "Menu Inicial ------ 9" HIGHLIGHT AT 1644
               DISPLAY "[ ]"                   HIGHLIGHT AT 1853
               MOVE "S" TO REPETIR-MENU
               PERFORM UNTIL REPETIR-MENU = "N"
                   ACCEPT ESCOLHA AT 1854 AUTO
                   EVALUATE ESCOLHA
                       WHEN 0 PERFORM ALUGUERES-RENOVAR
                       WHEN 1
                           IF NIVEL-ATUAL > 1 THEN
                               PERFORM ALUGUERES-NOVO
                           ELSE
                               PERFORM ACESSO-NEGADO
                           END-IF
                       WHEN 2 PERFORM ALUGUERES-CONSULTAR
                       WHEN 3
                           IF NIVEL-ATUAL > 1 THEN
                               PERFORM ALUGUERES-ALTERAR
                           ELSE
                               PERFORM ACESSO-NEGADO
                           END-IF
                       WHEN 4
                           IF NIVEL-ATUAL > 1 THEN
                               PERFORM ALUGUERES-ELIMINAR
                           ELSE
                               PERFORM ACESSO-NEGADO
                           END-IF
                       WHEN 5 PERFORM ALUGUERES-LISTAGEM
                       WHEN 6 PERFORM ALUGUERES-DEVOLVER
                       WHEN 7 PERFORM MENU-MULTAS
                       WHEN 8 PERFORM MENU-ESPERA
                       WHEN 9
                           MOVE "S" TO SAIR
                           MOVE "N" TO REPETIR-MENU
                       WHEN OTHER
                           DISPLAY "Escolha invalida!" AT 2046
                           FOREGROUND-COLOR 4 HIGHLIGHT
                           MOVE "S" TO REPETIR-MENU
                   END-EVALUATE
           MOVE "N" TO SAIR.
           MOVE "N" TO REPETIR-MENU.
      ******************************************************************
       ALUGUERES-NOVO.
           PERFORM BASE.
           DISPLAY "Novo Aluguer" HIGHLIGHT AT 0217.

           DISPLAY "Por favor preencha o seguinte campo:" AT 0403
           HIGHLIGHT.

           DISPLAY "Codigo do Aluguer:"
           AT 0603 FOREGROUND-COLOR 3 HIGHLIGHT.
           DISPLAY "(automatico)" HIGHLIGHT AT 0622.

           DISPLAY "Codigo de Cliente:"
           AT 0803 FOREGROUND-COLOR 3 HIGHLIGHT.

           DISPLAY "Deixe em branco para retroceder."
           AT 1003 HIGHLIGHT.

           ACCEPT ALUGUER-CLIENTE-COD AUTO HIGHLIGHT AT 0822.
           DISPLAY ALUGUER-CLIENTE-COD HIGHLIGHT AT 0822.
           DISPLAY "                                " AT 1003.

           IF ALUGUER-CLIENTE-COD = SPACES THEN
               DISPLAY "00000" AT 0822 HIGHLIGHT
           ELSE
               DISPLAY "Por favor preencha os seguintes campos:"
               AT 0403 HIGHLIGHT
               DISPLAY "Codigo do Livro:"
               AT 1003 FOREGROUND-COLOR 3 HIGHLIGHT
               DISPLAY "Data de Levantamento:"
               AT 1203 FOREGROUND-COLOR 3 HIGHLIGHT

               MOVE ALUGUER-CLIENTE-COD TO CLIENTE-COD
               READ FIC-CLIENTES KEY CLIENTE-COD
                   INVALID KEY
                       MOVE "N" TO EXISTE
                   NOT INVALID KEY
                       MOVE "S" TO EXISTE
               END-READ
               IF (EXISTE = "N") THEN
                   DISPLAY "Cliente nao existe! Por favor" &
                   " atualize a base de dados!"
                   FOREGROUND-COLOR 4 HIGHLIGHT AT 0828
               END-IF
               DISPLAY ALUGUER-CLIENTE-COD HIGHLIGHT AT 0822

               PERFORM WITH TEST AFTER UNTIL
               ALUGUER-LIVRO-COD > SPACES
                   ACCEPT ALUGUER-LIVRO-COD AUTO HIGHLIGHT AT 1020
                   IF ALUGUER-LIVRO-COD = SPACES THEN
                       DISPLAY "Livro invalido! "
                       FOREGROUND-COLOR 4 HIGHLIGHT AT 1026
                   ELSE
                       DISPLAY "                " AT 1026
                   END-IF
               END-PERFORM
               MOVE ALUGUER-LIVRO-COD TO LIVRO-COD
               READ FIC-LIVROS KEY LIVRO-COD
                   INVALID KEY
                       MOVE "N" TO EXISTE
                   NOT INVALID KEY
                       MOVE "S" TO EXISTE
               END-READ
               IF (EXISTE = "N") THEN
                   DISPLAY "Livro nao existe! Por favor" &
                   " atualize a base de dados!"
                   FOREGROUND-COLOR 4 HIGHLIGHT AT 1026
               END-IF
               DISPLAY ALUGUER-LIVRO-COD HIGHLIGHT AT 1020

               DISPLAY "(Ano)" AT 1230 FOREGROUND-COLOR 3 HIGHLIGHT
               DISPLAY "Deixe Zero para inserir o Ano atual."
               HIGHLIGHT AT 1236

               PERFORM WITH TEST AFTER UNTIL (ANO-ALUGUER = 0) OR
               (ANO-ALUGUER >= 1950 AND ANO-ALUGUER <= ANO-SISTEMA)
                   ACCEPT ANO-ALUGUER AUTO AT 1225 HIGHLIGHT
                   IF NOT (ANO-ALUGUER >= 1950 AND
                   ANO-ALUGUER <= ANO-SISTEMA)
                       DISPLAY "Ano invalido!"
                       FOREGROUND-COLOR 4 HIGHLIGHT AT 1273
                   END-IF
               END-PERFORM

               IF ANO-ALUGUER = 0 THEN
                   MOVE ANO-SISTEMA TO ANO-ALUGUER
               END-IF

               DISPLAY "                                           "
               & "                " AT 1230
               DISPLAY ANO-ALUGUER AT 1225 HIGHLIGHT

               DISPLAY "-" AT 1229 HIGHLIGHT

               DISPLAY "(Mes)" AT 1233 FOREGROUND-COLOR 3 HIGHLIGHT
               DISPLAY "Deixe Zero para inserir o Mes atual."
               HIGHLIGHT AT 1239

               PERFORM WITH TEST AFTER UNTIL
               (MES-ALUGUER >= 0 AND <= 12)
                   ACCEPT MES-ALUGUER AUTO AT 1230 HIGHLIGHT
                   IF NOT (MES-ALUGUER >= 0 AND <= 12) THEN
                       DISPLAY "Mes invalido!"
                       FOREGROUND-COLOR 4 HIGHLIGHT AT 1276
                   END-IF
                   IF ANO-ALUGUER = ANO-SISTEMA THEN
                       IF MES-ALUGUER > MES-SISTEMA THEN
                           DISPLAY "Mes invalido!"
                           FOREGROUND-COLOR 4 HIGHLIGHT AT 1276
                           MOVE 13 TO MES-ALUGUER
                       END-IF
                   END-IF
               END-PERFORM

               IF MES-ALUGUER = 0 THEN
                   MOVE MES-SISTEMA TO MES-ALUGUER
               END-IF
               DISPLAY "                                           "
               & "             " AT 1233
               DISPLAY MES-ALUGUER AT 1230 HIGHLIGHT

               DIVIDE ANO-ALUGUER BY 4 GIVING TEMP
               REMAINDER ANO-BISSEXTO
               EVALUATE MES-ALUGUER
                   WHEN 1
                   WHEN 3
                   WHEN 5
                   WHEN 7
                   WHEN 8
                   WHEN 10
                   WHEN 12
                       MOVE 31 TO DIAS-MES
                   WHEN 4
                   WHEN 6
                   WHEN 9
                   WHEN 11
                       MOVE 30 TO DIAS-MES
                   WHEN 2
                       IF ANO-BISSEXTO = 0 THEN
                           MOVE 29 TO DIAS-MES
                       ELSE
                           MOVE 28 TO DIAS-MES
               END-EVALUATE

               DISPLAY "-" AT 1232 HIGHLIGHT

               DISPLAY "(Dia)" AT 1236 FOREGROUND-COLOR 3 HIGHLIGHT
               DISPLAY "Deixe Zero para inserir o Dia atual."
               HIGHLIGHT AT 1242

               PERFORM WITH TEST AFTER UNTIL
               (DIA-ALUGUER >= 0 AND DIA-ALUGUER <= DIAS-MES)
                   ACCEPT DIA-ALUGUER AUTO AT 1233 HIGHLIGHT
                   IF DIA-ALUGUER = 0 THEN
                      MOVE DIA-SISTEMA TO DIA-ALUGUER
                   END-IF
                   IF NOT (DIA-ALUGUER >= 0 AND
                   DIA-ALUGUER <= DIAS-MES) THEN
                       DISPLAY "Dia invalido!"
                       FOREGROUND-COLOR 4 HIGHLIGHT AT 1279
                   END-IF
                   IF ANO-ALUGUER = ANO-SISTEMA THEN
                       IF MES-ALUGUER = MES-SISTEMA THEN
                           IF DIA-ALUGUER > DIA-SISTEMA THEN
                               DISPLAY "Dia invalido!"
                               FOREGROUND-COLOR 4 HIGHLIGHT AT 1279
                               MOVE 32 TO DIA-ALUGUER
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM

               DISPLAY "                                           "
               & "             " AT 1236
               DISPLAY DIA-ALUGUER AT 1233 HIGHLIGHT

               MOVE 0 TO ANO-ENTREGA
               MOVE 0 TO MES-ENTREGA
               MOVE 0 TO DIA-ENTREGA
               MOVE "A" TO SITUACAO
               MOVE 0 TO ALUGUER-RENOVACOES

               PERFORM OBTER-CATEGORIA-ALUGUER
               MOVE REGISTO-ALUGUER TO ALUGUER-REGISTO-TEMP
               PERFORM CONTAR-ALUGUERES-CLIENTE
               PERFORM CALCULAR-SALDO-MULTAS
               PERFORM VERIFICAR-QUOTA-CLIENTE
               MOVE ALUGUER-REGISTO-TEMP TO REGISTO-ALUGUER
               PERFORM CONTAR-EXEMPLARES-DISPONIVEIS

               IF NUM-EXEMPLARES-DISPONIVEIS = 0 THEN
                   IF NUM-EXEMPLARES-OUTRO-POLO > 0 THEN
                       DISPLAY "Exemplar disponivel noutro polo!" &
                       " Peca uma transferencia."
                       FOREGROUND-COLOR 4 HIGHLIGHT AT 1603
                   ELSE
                       DISPLAY "Nao ha exemplares disponiveis!"
                       FOREGROUND-COLOR 4 HIGHLIGHT AT 1603
                   END-IF
               ELSE
                   IF NUM-ALUGUERES-CLIENTE >=
                   LIMITE-ALUGUERES-EFETIVO THEN
                       DISPLAY "Cliente atingiu o limite de" &
                       " alugueres em curso!"
                       FOREGROUND-COLOR 4 HIGHLIGHT AT 1603
                   ELSE
                   IF SALDO-MULTAS-CLIENTE > LIMITE-MULTAS-EUR THEN
                       DISPLAY "Cliente com multas por pagar" &
                       " acima do limite!"
                       FOREGROUND-COLOR 4 HIGHLIGHT AT 1603
                   ELSE
                   IF QUOTA-VALIDA = "N" THEN
                       DISPLAY "Quota do cliente caducada!" &
                       " Renove a inscricao."
                       FOREGROUND-COLOR 4 HIGHLIGHT AT 1603
                   ELSE
                       DISPLAY "Numero do Exemplar:"
                       AT 1403 FOREGROUND-COLOR 3 HIGHLIGHT

                       PERFORM WITH TEST AFTER UNTIL
                       EXEMPLAR-VALIDO = "S"
                           ACCEPT ALUGUER-EXEMPLAR-NUM
                           AUTO HIGHLIGHT AT 1423
                           MOVE ALUGUER-LIVRO-COD
                           TO EXEMPLAR-LIVRO-COD
                           MOVE ALUGUER-EXEMPLAR-NUM
                           TO EXEMPLAR-NUM
                           PERFORM VALIDAR-EXEMPLAR-DISPONIVEL
                           IF EXEMPLAR-VALIDO = "N" THEN
                               DISPLAY "Exemplar indisponivel!"
                               FOREGROUND-COLOR 4 HIGHLIGHT AT 1428
                           ELSE
                               DISPLAY "                      "
                               AT 1428
                           END-IF
                       END-PERFORM
                       DISPLAY ALUGUER-EXEMPLAR-NUM
                       HIGHLIGHT AT 1423

                       PERFORM CALCULAR-DATA-PREVISTA
                       PERFORM OBTER-TARIFA-LIVRO
                       COMPUTE VALOR-ALUGUER =
                       PRAZO-EFETIVO-DIAS * VALOR-TARIFA-DIA
                       MOVE VALOR-ALUGUER TO ALUGUER-VALOR
                       MOVE POLO-ATUAL TO ALUGUER-POLO

                       MOVE REGISTO-ALUGUER TO ALUGUER-REGISTO-TEMP
                       PERFORM OBTER-PROXIMO-ALUGUER
                       MOVE ALUGUER-REGISTO-TEMP TO REGISTO-ALUGUER
                       MOVE PROXIMO-ALUGUER-COD TO ALUGUER-COD
                       DISPLAY "            " AT 0622
                       DISPLAY ALUGUER-COD HIGHLIGHT AT 0622

                       WRITE REGISTO-ALUGUER
                           INVALID KEY
                               DISPLAY "Erro ao criar aluguer!"
                               FOREGROUND-COLOR 4 HIGHLIGHT AT 1603
                           NOT INVALID KEY
                               DISPLAY "Aluguer criado com sucesso!"
                               HIGHLIGHT AT 1603
                               MOVE "ALUGUERES" TO
                               AUDITORIA-FICHEIRO
                               MOVE "WRITE" TO AUDITORIA-OPERACAO
                               MOVE ALUGUER-COD TO AUDITORIA-CHAVE
                               PERFORM REGISTAR-AUDITORIA
                               MOVE "A" TO NOVO-ESTADO-EXEMPLAR
                               PERFORM EXEMPLAR-MUDAR-ESTADO
                               MOVE VALOR-ALUGUER TO VALOR-TRABALHO
                               PERFORM FORMATAR-VALOR
                               DISPLAY "Valor Estimado (Eur):"
                               FOREGROUND-COLOR 3 HIGHLIGHT AT 1803
                               DISPLAY VALOR-FORMATADO
                               HIGHLIGHT AT 1825
                       END-WRITE
                   END-IF
                   END-IF
                   END-IF
               END-IF
           END-IF.

           DISPLAY "Prima ENTER para continuar.            "
           HIGHLIGHT AT 0403.
           ACCEPT OMITTED AT 0430.
           MOVE "N" TO REPETIR-MENU.
      ******************************************************************
       CONTAR-EXEMPLARES-DISPONIVEIS.
           MOVE 0 TO NUM-EXEMPLARES-DISPONIVEIS.
           MOVE 0 TO NUM-EXEMPLARES-OUTRO-POLO.
           MOVE "N" TO FIM-EXEMPLARES-LIVRO.
           MOVE LIVRO-COD TO EXEMPLAR-LIVRO-COD.
           MOVE 0 TO EXEMPLAR-NUM.
           START FIC-EXEMPLARES KEY >= EXEMPLAR-CHAVE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF FS <> "05" AND FS <> "23" THEN
                       PERFORM UNTIL FS = "10"
                       OR FIM-EXEMPLARES-LIVRO = "S"
                           READ FIC-EXEMPLARES NEXT RECORD
                               NOT AT END
                                   IF EXEMPLAR-LIVRO-COD = LIVRO-COD
                                   THEN
                                       PERFORM
                                       NORMALIZAR-POLO-EXEMPLAR
                                       IF EXEMPLAR-ESTADO = "D" THEN
                                           IF EXEMPLAR-POLO-ATUAL =
                                           POLO-ATUAL THEN
                                               ADD 1 TO
                                           NUM-EXEMPLARES-DISPONIVEIS
                                           ELSE
                                               ADD 1 TO
                                           NUM-EXEMPLARES-OUTRO-POLO
                                           END-IF
                                       END-IF
                                   ELSE
                                       MOVE "S" TO FIM-EXEMPLARES-LIVRO
                                   END-IF
                           END-READ
                       END-PERFORM
                   END-IF
           END-START.
      ******************************************************************
       VALIDAR-EXEMPLAR-DISPONIVEL.
           MOVE "N" TO EXEMPLAR-VALIDO.
           READ FIC-EXEMPLARES
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM NORMALIZAR-POLO-EXEMPLAR
                   IF EXEMPLAR-ESTADO = "D" AND
                   EXEMPLAR-POLO-ATUAL = POLO-ATUAL THEN
                       MOVE "S" TO EXEMPLAR-VALIDO
                   END-IF
           END-READ.
      ******************************************************************
       NORMALIZAR-POLO-EXEMPLAR.
           IF EXEMPLAR-POLO-ORIGEM IS NOT NUMERIC OR
           EXEMPLAR-POLO-ORIGEM = 0 THEN
               MOVE POLO-SEDE TO EXEMPLAR-POLO-ORIGEM
           END-IF.
           IF EXEMPLAR-POLO-ATUAL IS NOT NUMERIC OR
           EXEMPLAR-POLO-ATUAL = 0 THEN
               MOVE EXEMPLAR-POLO-ORIGEM TO EXEMPLAR-POLO-ATUAL
           END-IF.
           IF EXEMPLAR-POLO-DESTINO IS NOT NUMERIC THEN
               MOVE 0 TO EXEMPLAR-POLO-DESTINO
           END-IF.
      ******************************************************************
       EXEMPLAR-MUDAR-ESTADO.
           READ FIC-EXEMPLARES
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE NOVO-ESTADO-EXEMPLAR TO EXEMPLAR-ESTADO
                   REWRITE REGISTO-EXEMPLARES
                       INVALID KEY
                           CONTINUE
                   END-REWRITE
           END-READ.
      ****** AVALIACAO DE CONSERVACAO NA DEVOLUCAO *********************
       DEVOLUCAO-AVALIAR-EXEMPLAR.
           READ FIC-EXEMPLARES
               INVALID KEY
                   MOVE "N" TO EXISTE
               NOT INVALID KEY
                   MOVE "S" TO EXISTE
           END-READ.

           IF (EXISTE = "S") THEN
               DISPLAY "Conservacao (1-5):"
               FOREGROUND-COLOR 3 HIGHLIGHT LINE LINHA COL 3
               DISPLAY "1-Novo 5-Inutilizavel"
               HIGHLIGHT LINE LINHA COL 26

               PERFORM WITH TEST AFTER UNTIL
               EXEMPLAR-CONSERVACAO >= 1 AND
               EXEMPLAR-CONSERVACAO <= 5
                   ACCEPT EXEMPLAR-CONSERVACAO
                   AUTO HIGHLIGHT LINE LINHA COL 22
                   IF NOT (EXEMPLAR-CONSERVACAO >= 1 AND
                   EXEMPLAR-CONSERVACAO <= 5) THEN
                       DISPLAY "Grau invalido!       "
                       FOREGROUND-COLOR 4 HIGHLIGHT
                       LINE LINHA COL 26
                   END-IF
               END-PERFORM

               IF EXEMPLAR-CONSERVACAO >= 4 THEN
                   MOVE "R" TO EXEMPLAR-ESTADO
                   DISPLAY "Exemplar retirado de circulacao!"
                   FOREGROUND-COLOR 4 HIGHLIGHT LINE LINHA COL 50
               ELSE
                   MOVE "D" TO EXEMPLAR-ESTADO
               END-IF

               REWRITE REGISTO-EXEMPLARES
                   INVALID KEY
                       CONTINUE
               END-REWRITE

               IF EXEMPLAR-CONSERVACAO >= 4 THEN
                   ADD 2 TO LINHA
                   DISPLAY "Valor do Dano (Euros):"
                   FOREGROUND-COLOR 3 HIGHLIGHT LINE LINHA COL 3
                   ACCEPT TARIFA-EUROS
                   AUTO HIGHLIGHT LINE LINHA COL 26
                   DISPLAY TARIFA-EUROS HIGHLIGHT LINE LINHA COL 26
                   DISPLAY "(Centimos):"
                   FOREGROUND-COLOR 3 HIGHLIGHT LINE LINHA COL 33
                   ACCEPT TARIFA-CENTIMOS
                   AUTO HIGHLIGHT LINE LINHA COL 45
                   DISPLAY TARIFA-CENTIMOS
                   HIGHLIGHT LINE LINHA COL 45
                   COMPUTE VALOR-DANO =
                       TARIFA-EUROS + TARIFA-CENTIMOS / 100

                   IF VALOR-DANO > 0 THEN
                       PERFORM REGISTAR-MULTA-DANO
                       DISPLAY "Multa de dano registada! C.Mt:"
                       FOREGROUND-COLOR 4 HIGHLIGHT
                       LINE LINHA COL 50
                       DISPLAY MULTA-COD
                       HIGHLIGHT LINE LINHA COL 81
                   END-IF
               END-IF
           END-IF.
      ******************************************************************
       REGISTAR-MULTA-DANO.
           PERFORM OBTER-PROXIMA-MULTA.
           MOVE PROXIMA-MULTA-COD TO MULTA-COD.
           MOVE ALUGUER-COD TO MULTA-ALUGUER-COD.
           MOVE ALUGUER-CLIENTE-COD TO MULTA-CLIENTE-COD.
           MOVE ALUGUER-LIVRO-COD TO MULTA-LIVRO-COD.
           MOVE 0 TO MULTA-ANO-PREVISTA.
           MOVE 0 TO MULTA-MES-PREVISTA.
           MOVE 0 TO MULTA-DIA-PREVISTA.
           MOVE ANO-SISTEMA TO MULTA-ANO-ENTREGA.
           MOVE MES-SISTEMA TO MULTA-MES-ENTREGA.
           MOVE DIA-SISTEMA TO MULTA-DIA-ENTREGA.
           MOVE 0 TO MULTA-DIAS-ATRASO.
           MOVE VALOR-DANO TO MULTA-VALOR.
           MOVE "N" TO MULTA-ESTADO.
           MOVE 0 TO MULTA-ANO-PAGAMENTO.
           MOVE 0 TO MULTA-MES-PAGAMENTO.
           MOVE 0 TO MULTA-DIA-PAGAMENTO.
           MOVE OPERADOR-ATUAL TO MULTA-OPERADOR.
           WRITE REGISTO-MULTAS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "MULTAS" TO AUDITORIA-FICHEIRO
                   MOVE "WRITE" TO AUDITORIA-OPERACAO
                   MOVE MULTA-COD TO AUDITORIA-CHAVE
                   PERFORM REGISTAR-AUDITORIA
           END-WRITE.
      ******************************************************************
       OBTER-PROXIMO-EXEMPLAR.
           MOVE 1 TO PROXIMO-EXEMPLAR-NUM.
           MOVE "N" TO FIM-EXEMPLARES-LIVRO.
           MOVE LIVRO-COD TO EXEMPLAR-LIVRO-COD.
           MOVE 0 TO EXEMPLAR-NUM.
           START FIC-EXEMPLARES KEY >= EXEMPLAR-CHAVE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF FS <> "05" AND FS <> "23" THEN
                       PERFORM UNTIL FS = "10"
                       OR FIM-EXEMPLARES-LIVRO = "S"
                           READ FIC-EXEMPLARES NEXT RECORD
                               NOT AT END
                                   IF EXEMPLAR-LIVRO-COD = LIVRO-COD
                                   THEN
                                       COMPUTE PROXIMO-EXEMPLAR-NUM =
                                       EXEMPLAR-NUM + 1
                                   ELSE
                                       MOVE "S" TO FIM-EXEMPLARES-LIVRO
                                   END-IF
                           END-READ
                       END-PERFORM
                   END-IF
           END-START.
      ******************************************************************
       CRIAR-EXEMPLARES-LIVRO.
           PERFORM VARYING PROXIMO-EXEMPLAR-NUM FROM 1 BY 1
           UNTIL PROXIMO-EXEMPLAR-NUM > NUM-EXEMPLARES
               MOVE LIVRO-COD TO EXEMPLAR-LIVRO-COD
               MOVE PROXIMO-EXEMPLAR-NUM TO EXEMPLAR-NUM
               MOVE "D" TO EXEMPLAR-ESTADO
               MOVE 0 TO EXEMPLAR-ETIQUETA
               MOVE 0 TO EXEMPLAR-CUSTO
               MOVE 0 TO EXEMPLAR-FORNECEDOR
               MOVE 1 TO EXEMPLAR-CONSERVACAO
               MOVE POLO-ATUAL TO EXEMPLAR-POLO-ORIGEM
               MOVE POLO-ATUAL TO EXEMPLAR-POLO-ATUAL
               MOVE 0 TO EXEMPLAR-POLO-DESTINO
               WRITE REGISTO-EXEMPLARES
                   INVALID KEY
                       CONTINUE
               END-WRITE
           END-PERFORM.
      ******************************************************************
       ELIMINAR-EXEMPLARES-LIVRO.
           MOVE "N" TO FIM-EXEMPLARES-LIVRO.
           MOVE LIVRO-COD TO EXEMPLAR-LIVRO-COD.
           MOVE 0 TO EXEMPLAR-NUM.
           START FIC-EXEMPLARES KEY >= EXEMPLAR-CHAVE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF FS <> "05" AND FS <> "23" THEN
                       PERFORM UNTIL FS = "10"
                       OR FIM-EXEMPLARES-LIVRO = "S"
                           READ FIC-EXEMPLARES NEXT RECORD
                               NOT AT END
                                   IF EXEMPLAR-LIVRO-COD = LIVRO-COD
                                   THEN
                                       DELETE FIC-EXEMPLARES
                                           INVALID KEY
                                               CONTINUE
                                       END-DELETE
                                   ELSE
                                       MOVE "S" TO FIM-EXEMPLARES-LIVRO
                                   END-IF
                           END-READ
                       END-PERFORM
                   END-IF
           END-START.
      ******************************************************************
       CONTAR-ALUGUERES-CLIENTE.
           MOVE 0 TO NUM-ALUGUERES-CLIENTE.
           MOVE "N" TO FIM-ALUGUERES-CLIENTE.
           MOVE CLIENTE-COD TO ALUGUER-CLIENTE-COD.
           START FIC-ALUGUERES KEY >= ALUGUER-CLIENTE-COD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF FS <> "05" AND FS <> "23" THEN
                       PERFORM UNTIL FS = "10"
                       OR FIM-ALUGUERES-CLIENTE = "S"
                           READ FIC-ALUGUERES NEXT RECORD
                               NOT AT END
                                   IF ALUGUER-CLIENTE-COD > CLIENTE-COD
                                   THEN
                                       MOVE "S" TO
                                       FIM-ALUGUERES-CLIENTE
                                   ELSE
                                       IF SITUACAO = "A" THEN
                                           ADD 1 TO
                                           NUM-ALUGUERES-CLIENTE
                                       END-IF
                                   END-IF
                           END-READ
                       END-PERFORM
                   END-IF
           END-START.

           MOVE "N" TO FIM-INTERBIB-CLIENTE.
           MOVE CLIENTE-COD TO IB-CLIENTE-COD.
           START FIC-INTERBIB KEY >= IB-CLIENTE-COD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF FS <> "05" AND FS <> "23" THEN
                       PERFORM UNTIL FS = "10"
                       OR FIM-INTERBIB-CLIENTE = "S"
                           READ FIC-INTERBIB NEXT RECORD
                               NOT AT END
                                   IF IB-CLIENTE-COD > CLIENTE-COD
                                   THEN
                                       MOVE "S" TO FIM-INTERBIB-CLIENTE
                                   ELSE
                                       IF IB-ESTADO = "P" OR
                                       IB-ESTADO = "R" OR
                                       IB-ESTADO = "L" THEN
                                           ADD 1 TO
                                           NUM-ALUGUERES-CLIENTE
                                       END-IF
                                   END-IF
                           END-READ
                       END-PERFORM
                   END-IF
           END-START.
      ******************************************************************
       ALUGUERES-CONSULTAR.
           PERFORM BASE.
           DISPLAY "Consultar Aluguer" HIGHLIGHT AT 0217.

           DISPLAY "Por favor preencha o seguinte campo:" AT 0403
           HIGHLIGHT.

           DISPLAY "Codigo do Aluguer:"
           AT 0603 FOREGROUND-COLOR 3 HIGHLIGHT.

           DISPLAY "Deixe em branco para retroceder."
           AT 0803 HIGHLIGHT.

           ACCEPT ALUGUER-COD AUTO HIGHLIGHT AT 0622.
           DISPLAY ALUGUER-COD HIGHLIGHT AT 0622.
           DISPLAY "                                " AT 0803.

           READ FIC-ALUGUERES
               INVALID KEY
                   MOVE "N" TO EXISTE
               NOT INVALID KEY
                   MOVE "S" TO EXISTE
           END-READ.

           IF (EXISTE = "N") THEN
               IF ALUGUER-COD = SPACES THEN
                   DISPLAY "00000" AT 0622 HIGHLIGHT
               ELSE
                   DISPLAY "Aluguer nao existe!"
                   FOREGROUND-COLOR 4 HIGHLIGHT AT 0628
               END-IF
           ELSE
               DISPLAY "Codigo de Cliente:"
               AT 0803 FOREGROUND-COLOR 3 HIGHLIGHT
               MOVE ALUGUER-CLIENTE-COD TO CLIENTE-COD
               READ FIC-CLIENTES KEY CLIENTE-COD
                   INVALID KEY
                       MOVE "N" TO EXISTE
                   NOT INVALID KEY
                       MOVE "S" TO EXISTE
               END-READ
               DISPLAY ALUGUER-CLIENTE-COD HIGHLIGHT AT 0822
               IF (EXISTE = "N") THEN
                   DISPLAY "Cliente nao existe! Por favor" &
                   " atualize a base de dados!"
                   FOREGROUND-COLOR 4 HIGHLIGHT AT 0828
               END-IF

               DISPLAY "Codigo do Livro:"
               AT 1003 FOREGROUND-COLOR 3 HIGHLIGHT
               MOVE ALUGUER-LIVRO-COD TO LIVRO-COD
               READ FIC-LIVROS KEY LIVRO-COD
                   INVALID KEY
                       MOVE "N" TO EXISTE
                   NOT INVALID KEY
                       MOVE "S" TO EXISTE
               END-READ
               DISPLAY ALUGUER-LIVRO-COD HIGHLIGHT AT 1020
               IF (EXISTE = "N") THEN
                   DISPLAY "Livro nao existe! Por favor" &
                   " atualize a base de dados!"
                   FOREGROUND-COLOR 4 HIGHLIGHT AT 1026
               ELSE
                   IF ALUGUER-EXEMPLAR-NUM > 0 THEN
                       DISPLAY "Exemplar:"
                       FOREGROUND-COLOR 3 HIGHLIGHT AT 1030
                       DISPLAY ALUGUER-EXEMPLAR-NUM HIGHLIGHT AT 1040
                   END-IF
               END-IF

               DISPLAY "Data de Aluguer:"
               AT 1403 FOREGROUND-COLOR 3 HIGHLIGHT
               DISPLAY FUNCTION CONCATENATE(ANO-ALUGUER, "-"
               MES-ALUGUER, "-" DIA-ALUGUER) AT 1420 HIGHLIGHT
               DISPLAY "Renovacoes:"
               AT 1435 FOREGROUND-COLOR 3 HIGHLIGHT
               DISPLAY ALUGUER-RENOVACOES HIGHLIGHT AT 1447

               DISPLAY "Situacao: "
               AT 1203 FOREGROUND-COLOR 3 HIGHLIGHT

               IF (SITUACAO = "A") THEN
                   DISPLAY "Alugado" HIGHLIGHT AT 1213
               ELSE
                   DISPLAY "Devolvido" HIGHLIGHT AT 1213
                   DISPLAY "Data de Devolucao:"
                   AT 1603 FOREGROUND-COLOR 3 HIGHLIGHT
                   DISPLAY FUNCTION CONCATENATE(ANO-ENTREGA, "-"
                   MES-ENTREGA, "-" DIA-ENTREGA) AT 1622 HIGHLIGHT
               END-IF
           END-IF.

           DISPLAY "Prima ENTER para continuar.         "
           HIGHLIGHT AT 0403.
           ACCEPT OMITTED AT 0430.
           MOVE "N" TO REPETIR-MENU.
      ******************************************************************
       ALUGUERES-ALTERAR.
           PERFORM BASE.
           DISPLAY "Alterar Aluguer" HIGHLIGHT AT 0217.

           DISPLAY "Por favor preencha o seguinte campo:" AT 0403
           HIGHLIGHT.

           DISPLAY "Codigo do Aluguer:"
           AT 0603 FOREGROUND-COLOR 3 HIGHLIGHT.

           DISPLAY "Deixe em branco para retroceder."
           AT 0803 HIGHLIGHT.

           ACCEPT ALUGUER-COD AUTO HIGHLIGHT AT 0622.
           DISPLAY ALUGUER-COD HIGHLIGHT AT 0622.
           DISPLAY "                                " AT 0803.

           READ FIC-ALUGUERES
               INVALID KEY
                   MOVE "N" TO EXISTE
               NOT INVALID KEY
                   MOVE "S" TO EXISTE
           END-READ.

           IF (EXISTE = "N") THEN
               IF ALUGUER-COD = SPACES THEN
                   DISPLAY "00000" AT 0622 HIGHLIGHT
               ELSE
                   DISPLAY "Aluguer nao existe!"
                   FOREGROUND-COLOR 4 HIGHLIGHT AT 0628
               END-IF
           ELSE
               MOVE ALUGUER-LIVRO-COD TO ALUGUER-LIVRO-COD-ANTIGO
               MOVE ALUGUER-CLIENTE-COD TO ALUGUER-CLIENTE-COD-ANTIGO
               MOVE SITUACAO TO SITUACAO-ANTIGA
               MOVE ALUGUER-EXEMPLAR-NUM TO ALUGUER-EXEMPLAR-NUM-ANTIGO

               DISPLAY "Por favor preencha os seguintes campos:"
               AT 0403 HIGHLIGHT
               DISPLAY "Codigo de Cliente:"
               AT 0803 FOREGROUND-COLOR 3 HIGHLIGHT
               DISPLAY "Codigo do Livro:"
               AT 1003 FOREGROUND-COLOR 3 HIGHLIGHT
               DISPLAY "Data de Levantamento:"
               AT 1203 FOREGROUND-COLOR 3 HIGHLIGHT


               PERFORM WITH TEST AFTER UNTIL
               ALUGUER-CLIENTE-COD > SPACES
                   ACCEPT ALUGUER-CLIENTE-COD AUTO HIGHLIGHT AT 0822
                   IF ALUGUER-CLIENTE-COD = SPACES THEN
                       DISPLAY "Cliente invalido! "
                       FOREGROUND-COLOR 4 HIGHLIGHT AT 0828
                   ELSE
                       DISPLAY "                  " AT 0828
                   END-IF
               END-PERFORM

               MOVE ALUGUER-CLIENTE-COD TO CLIENTE-COD
               READ FIC-CLIENTES KEY CLIENTE-COD
                   INVALID KEY
                       MOVE "N" TO EXISTE
                   NOT INVALID KEY
                       MOVE "S" TO EXISTE
               END-READ
               IF (EXISTE = "N") THEN
                   DISPLAY "Cliente nao existe! Por favor" &
                   " atualize a base de dados!"
                   FOREGROUND-COLOR 4 HIGHLIGHT AT 0828
               END-IF
               DISPLAY ALUGUER-CLIENTE-COD HIGHLIGHT AT 0822


               PERFORM WITH TEST AFTER UNTIL
               ALUGUER-LIVRO-COD > SPACES
                   ACCEPT ALUGUER-LIVRO-COD AUTO HIGHLIGHT AT 1020
                   IF ALUGUER-LIVRO-COD = SPACES THEN
                       DISPLAY "Livro invalido! "
                       FOREGROUND-COLOR 4 HIGHLIGHT AT 1026
                   ELSE
                       DISPLAY "                " AT 1026
                   END-IF
               END-PERFORM


               MOVE ALUGUER-LIVRO-COD TO LIVRO-COD
               READ FIC-LIVROS KEY LIVRO-COD
                   INVALID KEY
                       MOVE "N" TO EXISTE
                   NOT INVALID KEY
                       MOVE "S" TO EXISTE
               END-READ
               IF (EXISTE = "N") THEN
                   DISPLAY "Livro nao existe! Por favor" &
                   " atualize a base de dados!"
                   FOREGROUND-COLOR 4 HIGHLIGHT AT 1026
               END-IF
               DISPLAY ALUGUER-LIVRO-COD HIGHLIGHT AT 1020

               DISPLAY "(Ano)" AT 1230 FOREGROUND-COLOR 3 HIGHLIGHT
               DISPLAY "Deixe Zero para inserir o Ano atual."
               HIGHLIGHT AT 1236

               PERFORM WITH TEST AFTER UNTIL (ANO-ALUGUER = 0) OR
               (ANO-ALUGUER >= 1950 AND ANO-ALUGUER <= ANO-SISTEMA)
                   ACCEPT ANO-ALUGUER AUTO AT 1225 HIGHLIGHT
                   IF NOT (ANO-ALUGUER >= 1950 AND
                   ANO-ALUGUER <= ANO-SISTEMA)
                       DISPLAY "Ano invalido!"
                       FOREGROUND-COLOR 4 HIGHLIGHT AT 1273
                   END-IF
               END-PERFORM

               IF ANO-ALUGUER = 0 THEN
                   MOVE ANO-SISTEMA TO ANO-ALUGUER
               END-IF

               DISPLAY "                                           "
               & "                " AT 1230
               DISPLAY ANO-ALUGUER AT 1225 HIGHLIGHT

               DISPLAY "-" AT 1229 HIGHLIGHT

               DISPLAY "(Mes)" AT 1233 FOREGROUND-COLOR 3 HIGHLIGHT
               DISPLAY "Deixe Zero para inserir o Mes atual."
               HIGHLIGHT AT 1239

               PERFORM WITH TEST AFTER UNTIL
               (MES-ALUGUER >= 0 AND <= 12)
                   ACCEPT MES-ALUGUER AUTO AT 1230 HIGHLIGHT
                   IF NOT (MES-ALUGUER >= 0 AND <= 12) THEN
                       DISPLAY "Mes invalido!"
                       FOREGROUND-COLOR 4 HIGHLIGHT AT 1276
                   END-IF
                   IF ANO-ALUGUER = ANO-SISTEMA THEN
                       IF MES-ALUGUER > MES-SISTEMA THEN
                           DISPLAY "Mes invalido!"
                           FOREGROUND-COLOR 4 HIGHLIGHT AT 1276
                           MOVE 13 TO MES-ALUGUER
                       END-IF
                   END-IF
               END-PERFORM

               IF MES-ALUGUER = 0 THEN
                   MOVE MES-SISTEMA TO MES-ALUGUER
               END-IF
               DISPLAY "                                           "
               & "             " AT 1233
               DISPLAY MES-ALUGUER AT 1230 HIGHLIGHT

               DIVIDE ANO-ALUGUER BY 4 GIVING TEMP
               REMAINDER ANO-BISSEXTO
               EVALUATE MES-ALUGUER
                   WHEN 1
                   WHEN 3
                   WHEN 5
                   WHEN 7
                   WHEN 8
                   WHEN 10
                   WHEN 12
                       MOVE 31 TO DIAS-MES
                   WHEN 4
                   WHEN 6
                   WHEN 9
                   WHEN 11
                       MOVE 30 TO DIAS-MES
                   WHEN 2
                       IF ANO-BISSEXTO = 0 THEN
                           MOVE 29 TO DIAS-MES
                       ELSE
                           MOVE 28 TO DIAS-MES
               END-EVALUATE

               DISPLAY "-" AT 1232 HIGHLIGHT

               DISPLAY "(Dia)" AT 1236 FOREGROUND-COLOR 3 HIGHLIGHT
               DISPLAY "Deixe Zero para inserir o Dia atual."
               HIGHLIGHT AT 1242

               PERFORM WITH TEST AFTER UNTIL
               (DIA-ALUGUER >= 0 AND DIA-ALUGUER <= DIAS-MES)
                   ACCEPT DIA-ALUGUER AUTO AT 1233 HIGHLIGHT
                   IF DIA-ALUGUER = 0 THEN
                       MOVE DIA-SISTEMA TO DIA-ALUGUER
                   END-IF
                   IF NOT (DIA-ALUGUER >= 0 AND
                   DIA-ALUGUER <= DIAS-MES) THEN
                       DISPLAY "Dia invalido!"
                       FOREGROUND-COLOR 4 HIGHLIGHT AT 1279
                   END-IF
                   IF ANO-ALUGUER = ANO-SISTEMA THEN
                       IF MES-ALUGUER = MES-SISTEMA THEN
                           IF DIA-ALUGUER > DIA-SISTEMA THEN
                               DISPLAY "Dia invalido!"
                               FOREGROUND-COLOR 4 HIGHLIGHT AT 1279
                               MOVE 32 TO DIA-ALUGUER
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM

               DISPLAY "                                           "
               & "             " AT 1236
               DISPLAY DIA-ALUGUER AT 1233 HIGHLIGHT

               IF SITUACAO = "D" THEN
                   MOVE 0 TO ANO-ENTREGA
                   MOVE 0 TO MES-ENTREGA
                   MOVE 0 TO DIA-ENTREGA
               END-IF

               MOVE "A" TO SITUACAO
               PERFORM OBTER-CATEGORIA-ALUGUER
               PERFORM CALCULAR-DATA-PREVISTA

               MOVE REGISTO-ALUGUER TO ALUGUER-REGISTO-TEMP
               PERFORM CONTAR-ALUGUERES-CLIENTE
               MOVE ALUGUER-REGISTO-TEMP TO REGISTO-ALUGUER

               IF SITUACAO-ANTIGA = "A" AND
               ALUGUER-CLIENTE-COD-ANTIGO = ALUGUER-CLIENTE-COD THEN
                   SUBTRACT 1 FROM NUM-ALUGUERES-CLIENTE
               END-IF

               IF NUM-ALUGUERES-CLIENTE >=
               LIMITE-ALUGUERES-EFETIVO THEN
                   DISPLAY "Cliente atingiu o limite de" &
                   " alugueres em curso!"
                   FOREGROUND-COLOR 4 HIGHLIGHT AT 1603
               ELSE
                   DISPLAY "Numero do Exemplar:"
                   AT 1403 FOREGROUND-COLOR 3 HIGHLIGHT

                   PERFORM WITH TEST AFTER UNTIL
                   EXEMPLAR-VALIDO = "S"
                       ACCEPT ALUGUER-EXEMPLAR-NUM
                       AUTO HIGHLIGHT AT 1423
                       MOVE ALUGUER-LIVRO-COD TO EXEMPLAR-LIVRO-COD
                       MOVE ALUGUER-EXEMPLAR-NUM TO EXEMPLAR-NUM
                       PERFORM VALIDAR-EXEMPLAR-DISPONIVEL
                       IF EXEMPLAR-VALIDO = "N" AND
                       SITUACAO-ANTIGA = "A" AND
                       ALUGUER-LIVRO-COD = ALUGUER-LIVRO-COD-ANTIGO
                       AND ALUGUER-EXEMPLAR-NUM =
                       ALUGUER-EXEMPLAR-NUM-ANTIGO THEN
                           MOVE "S" TO EXEMPLAR-VALIDO
                       END-IF
                       IF EXEMPLAR-VALIDO = "N" THEN
                           DISPLAY "Exemplar indisponivel!"
                           FOREGROUND-COLOR 4 HIGHLIGHT AT 1428
                       ELSE
                           DISPLAY "                      " AT 1428
                       END-IF
                   END-PERFORM
                   DISPLAY ALUGUER-EXEMPLAR-NUM HIGHLIGHT AT 1423

                   PERFORM OBTER-TARIFA-LIVRO
                   COMPUTE VALOR-ALUGUER =
                   PRAZO-EFETIVO-DIAS * VALOR-TARIFA-DIA
                   MOVE VALOR-ALUGUER TO ALUGUER-VALOR

                   REWRITE REGISTO-ALUGUER
                       INVALID KEY
                           DISPLAY "Erro ao alterar aluguer!"
                           FOREGROUND-COLOR 4 HIGHLIGHT AT 1603
                       NOT INVALID KEY
                           DISPLAY "Aluguer alterado com sucesso!"
                           HIGHLIGHT AT 1603
                           MOVE "ALUGUERES" TO AUDITORIA-FICHEIRO
                           MOVE "REWRITE" TO AUDITORIA-OPERACAO
                           MOVE ALUGUER-COD TO AUDITORIA-CHAVE
                           PERFORM REGISTAR-AUDITORIA
                           IF SITUACAO-ANTIGA = "A" AND
                           ALUGUER-EXEMPLAR-NUM-ANTIGO > 0 THEN
                               MOVE ALUGUER-LIVRO-COD-ANTIGO
                               TO EXEMPLAR-LIVRO-COD
                               MOVE ALUGUER-EXEMPLAR-NUM-ANTIGO
                               TO EXEMPLAR-NUM
                               MOVE "D" TO NOVO-ESTADO-EXEMPLAR
                               PERFORM EXEMPLAR-MUDAR-ESTADO
                           END-IF
                           MOVE ALUGUER-LIVRO-COD
                           TO EXEMPLAR-LIVRO-COD
                           MOVE ALUGUER-EXEMPLAR-NUM TO EXEMPLAR-NUM
                           MOVE "A" TO NOVO-ESTADO-EXEMPLAR
                           PERFORM EXEMPLAR-MUDAR-ESTADO
                   END-REWRITE
               END-IF
           END-IF.

           DISPLAY "Prima ENTER para continuar.            "
           HIGHLIGHT AT 0403.
           ACCEPT OMITTED AT 0430.
           MOVE "N" TO REPETIR-MENU.
      ******************************************************************
       ALUGUERES-ELIMINAR.
           PERFORM BASE.
           DISPLAY "Eliminar Aluguer" HIGHLIGHT AT 0217.

           DISPLAY "Por favor preencha o seguinte campo:" AT 0403
           HIGHLIGHT.

           DISPLAY "Codigo do Aluguer:"
           AT 0603 FOREGROUND-COLOR 3 HIGHLIGHT.

           DISPLAY "Deixe em branco para retroceder."
           AT 0803 HIGHLIGHT.

           ACCEPT ALUGUER-COD AUTO HIGHLIGHT AT 0622.
           DISPLAY ALUGUER-COD HIGHLIGHT AT 0622.
           DISPLAY "                                " AT 0803.

           READ FIC-ALUGUERES
               INVALID KEY
                   MOVE "N" TO EXISTE
               NOT INVALID KEY
                   MOVE "S" TO EXISTE
           END-READ.

           IF (EXISTE = "N") THEN
               IF ALUGUER-COD = SPACES THEN
                   DISPLAY "00000" AT 0622 HIGHLIGHT
               ELSE
                   DISPLAY "Aluguer nao existe!"
                   FOREGROUND-COLOR 4 HIGHLIGHT AT 0628
               END-IF
           ELSE
               DELETE FIC-ALUGUERES
                   INVALID KEY
                       DISPLAY "Erro ao eliminar aluguer! "
                       FOREGROUND-COLOR 4 HIGHLIGHT AT 0803
                   NOT INVALID KEY
                       DISPLAY "Aluguer eliminado com sucesso!"
                       HIGHLIGHT AT 0803
                       MOVE "ALUGUERES" TO AUDITORIA-FICHEIRO
                       MOVE "DELETE" TO AUDITORIA-OPERACAO
                       MOVE ALUGUER-COD TO AUDITORIA-CHAVE
                       PERFORM REGISTAR-AUDITORIA
                       IF SITUACAO = "A" AND
                       ALUGUER-EXEMPLAR-NUM > 0 THEN
                           MOVE ALUGUER-LIVRO-COD
                           TO EXEMPLAR-LIVRO-COD
                           MOVE ALUGUER-EXEMPLAR-NUM TO EXEMPLAR-NUM
                           MOVE "D" TO NOVO-ESTADO-EXEMPLAR
                           PERFORM EXEMPLAR-MUDAR-ESTADO
                       END-IF
               END-DELETE
           END-IF.

           DISPLAY "Prima ENTER para continuar.         "
           HIGHLIGHT AT 0403.
           ACCEPT OMITTED AT 0430.
           MOVE "N" TO REPETIR-MENU.
      ******************************************************************
       ALUGUERES-LISTAGEM.
           PERFORM BASE.
           DISPLAY "Listagem de Alugueres" HIGHLIGHT AT 0217.

           DISPLAY "o-------o-----o-o-------o------------o-----------" &
           "-o------------------------------------o------------------o"
           AT 0301 FOREGROUND-COLOR 3.

           PERFORM VARYING CONTADOR FROM 4 BY 1 UNTIL CONTADOR > 18
           DISPLAY "|       |       |       |            |           " &
           " |                                                       |"
           LINE CONTADOR FOREGROUND-COLOR 3
           END-PERFORM.

           DISPLAY "C.Al." FOREGROUND-COLOR 3 HIGHLIGHT AT 0403.
           DISPLAY "C.Cl." FOREGROUND-COLOR 3 HIGHLIGHT AT 0411.
           DISPLAY "C.Lv." FOREGROUND-COLOR 3 HIGHLIGHT AT 0419.
           DISPLAY "Data Alug." FOREGROUND-COLOR 3 HIGHLIGHT AT 0427.
           DISPLAY "Data Dvol." FOREGROUND-COLOR 3 HIGHLIGHT AT 0440.
           DISPLAY "Situacao" FOREGROUND-COLOR 3 HIGHLIGHT AT 0453.
           DISPLAY "P." FOREGROUND-COLOR 3 HIGHLIGHT AT 2003.
           DISPLAY "|" FOREGROUND-COLOR 3 AT 2009.
           DISPLAY "o" FOREGROUND-COLOR 3 AT 2109.

           DISPLAY "o-------o-------o-------o------------o-----------" &
           "-o-------------------------------------------------------o"
           AT 0501 FOREGROUND-COLOR 3.
           DISPLAY "o-------o-------o-------o------------o-----------" &
           "-o-------------------------------------------------------o"
           AT 1901 FOREGROUND-COLOR 3.

           MOVE 1 TO PAGINA.
           MOVE 0 TO ALUGUER-COD.
           START FIC-ALUGUERES KEY > ALUGUER-COD
               INVALID KEY
                   DISPLAY "Ficheiro vazio! Prima ENTER para continuar."
                   HIGHLIGHT AT 2011
                   DISPLAY "00" HIGHLIGHT AT 2006
                   ACCEPT OMITTED AT 2054
               NOT INVALID KEY
                   MOVE 6 TO LINHA
                   IF FS <> "05" AND FS <> "23" THEN
                       PERFORM UNTIL FS = "10"
                           READ FIC-ALUGUERES NEXT RECORD
                               NOT AT END
                                   DISPLAY PAGINA
                                   HIGHLIGHT AT 2006

                                   DISPLAY ALUGUER-COD
                                   HIGHLIGHT LINE LINHA COL 3

                                   MOVE ALUGUER-CLIENTE-COD
                                   TO CLIENTE-COD

                                   READ FIC-CLIENTES KEY CLIENTE-COD
                                       INVALID KEY
                                           MOVE "N" TO EXISTE
                                       NOT INVALID KEY
                                           MOVE "S" TO EXISTE
                                   END-READ

                                   IF (EXISTE = "N") THEN
                                       DISPLAY ALUGUER-CLIENTE-COD
                                       FOREGROUND-COLOR 4
                                       HIGHLIGHT LINE LINHA COL 11
                                       DISPLAY "Dados em falta!"
                                       FOREGROUND-COLOR 4
                                       HIGHLIGHT LINE LINHA COL 91
                                   ELSE
                                       DISPLAY ALUGUER-CLIENTE-COD
                                       HIGHLIGHT LINE LINHA COL 11
                                   END-IF

                                   MOVE ALUGUER-LIVRO-COD
                                   TO LIVRO-COD

                                   READ FIC-LIVROS KEY LIVRO-COD
                                       INVALID KEY
                                           MOVE "N" TO EXISTE
                                       NOT INVALID KEY
                                           MOVE "S" TO EXISTE
                                   END-READ

                                   IF (EXISTE = "N") THEN
                                       DISPLAY ALUGUER-LIVRO-COD
                                       FOREGROUND-COLOR 4
                                       HIGHLIGHT LINE LINHA COL 19
                                       DISPLAY "Dados em falta!"
                                       FOREGROUND-COLOR 4
                                       HIGHLIGHT LINE LINHA COL 91
                                   ELSE
                                       DISPLAY ALUGUER-LIVRO-COD
                                       HIGHLIGHT LINE LINHA COL 19
                                   END-IF

                                   DISPLAY FUNCTION CONCATENATE
                                   (DIA-ALUGUER, "-" MES-ALUGUER,
                                   "-" ANO-ALUGUER) HIGHLIGHT
                                   LINE LINHA COL 27

                                   IF ANO-ENTREGA = 0 THEN
                                       DISPLAY "----------" HIGHLIGHT
                                       LINE LINHA COL 40
                                   ELSE
                                       DISPLAY FUNCTION CONCATENATE
                                       (DIA-ENTREGA, "-" MES-ENTREGA,
                                       "-" ANO-ENTREGA) HIGHLIGHT
                                       LINE LINHA COL 40
                                   END-IF

                                   IF SITUACAO = "A" THEN
                                       DISPLAY "Alugado" HIGHLIGHT
                                       LINE LINHA COL 53
                                   ELSE
                                       DISPLAY "Devolvido" HIGHLIGHT
                                       LINE LINHA COL 53
                                   END-IF

                                   ADD 1 TO LINHA
                                   IF LINHA = 19 THEN
                                       MOVE 6 TO LINHA
                                       DISPLAY
                            "Prima ENTER para mostrar a proxima pagina."
                                       HIGHLIGHT AT 2011
                                       ACCEPT OMITTED AT 2053
                                       ADD 1 TO PAGINA
      *********************************^
           PERFORM VARYING CONTADOR FROM 6 BY 1 UNTIL CONTADOR > 18
           DISPLAY "|       |       |       |            |           " &
           " |                                                       |"
           LINE CONTADOR FOREGROUND-COLOR 3
           END-PERFORM
      ******************************************************************
                                   END-IF
                           END-READ
                       END-PERFORM
                   END-IF
                   DISPLAY "-----" HIGHLIGHT
                   FOREGROUND-COLOR 3 LINE LINHA COL 3
                   DISPLAY "-----" HIGHLIGHT
                   FOREGROUND-COLOR 3 LINE LINHA COL 11
                   DISPLAY "-----" HIGHLIGHT
                   FOREGROUND-COLOR 3 LINE LINHA COL 19
                   DISPLAY "----------" HIGHLIGHT
                   FOREGROUND-COLOR 3 LINE LINHA COL 27
                   DISPLAY "----------" HIGHLIGHT
                   FOREGROUND-COLOR 3 LINE LINHA COL 40
                   DISPLAY "---------------------------------------- " &
                   "Fim da Lista" HIGHLIGHT
                   FOREGROUND-COLOR 3 LINE LINHA COL 53
                   DISPLAY "Prima ENTER para continuar.               "
                   HIGHLIGHT AT 2011
                   ACCEPT OMITTED AT 2038
           END-START.

           MOVE "N" TO REPETIR-MENU.
      ******************************************************************
       MENU-MULTAS.
           PERFORM UNTIL SAIR = "S"
               PERFORM BASE
               DISPLAY "Menu Multas" HIGHLIGHT AT 0217
               DISPLAY " Gestao de Multas  "
               FOREGROUND-COLOR 3 HIGHLIGHT AT 0545
               DISPLAY "o-----------------------o"
               FOREGROUND-COLOR 3 AT 0642
               DISPLAY "Listagem ---------- 1" HIGHLIGHT AT 0744
               DISPLAY "Pagar Multa ------- 2" HIGHLIGHT AT 0844
               DISPLAY "Saldo de Cliente -- 3" HIGHLIGHT AT 0944
               DISPLAY "Fecho de Caixa ---- 4" HIGHLIGHT AT 1044
               IF NIVEL-ATUAL > 1 THEN
                   DISPLAY "Estornar Movimento 5" HIGHLIGHT AT 1144
               END-IF
               DISPLAY "Menu Alugueres ---- 9" HIGHLIGHT AT 1244
               DISPLAY "[ ]"                   HIGHLIGHT AT 1453
               MOVE "S" TO REPETIR-MENU
               PERFORM UNTIL REPETIR-MENU = "N"
                   ACCEPT ESCOLHA AT 1454 AUTO
                   EVALUATE ESCOLHA
                       WHEN 1 PERFORM MULTAS-LISTAGEM
                       WHEN 2 PERFORM MULTAS-PAGAR
                       WHEN 3 PERFORM MULTAS-SALDO-CLIENTE
                       WHEN 4 PERFORM FECHO-CAIXA
                       WHEN 5
                           IF NIVEL-ATUAL > 1 THEN
                               PERFORM ESTORNAR-MOVIMENTO
                           ELSE
                               PERFORM ACESSO-NEGADO
                           END-IF
                       WHEN 9
                           MOVE "S" TO SAIR
                           MOVE "N" TO REPETIR-MENU
                       WHEN OTHER
                           DISPLAY "Escolha invalida!" AT 1546
                           FOREGROUND-COLOR 4 HIGHLIGHT
                           MOVE "S" TO REPETIR-MENU
                   END-EVALUATE
               END-PERFORM
           END-PERFORM.
           MOVE "N" TO SAIR.
           MOVE "N" TO REPETIR-MENU.
      ******************************************************************
       MULTAS-LISTAGEM.
           PERFORM BASE.
           DISPLAY "Listagem de Multas" HIGHLIGHT AT 0217.

           DISPLAY "o-------o-----o-----o-----o----------------------" &
           "--------------------------------------o------------------o"
           AT 0301 FOREGROUND-COLOR 3.

           PERFORM VARYING CONTADOR FROM 4 BY 1 UNTIL CONTADOR > 18
           DISPLAY "|       |                                        " &
           "                                                         |"
           LINE CONTADOR FOREGROUND-COLOR 3
           END-PERFORM.

           DISPLAY "C.Mt." FOREGROUND-COLOR 3 HIGHLIGHT AT 0403.
           DISPLAY "C.Al." FOREGROUND-COLOR 3 HIGHLIGHT AT 0411.
           DISPLAY "C.Cl." FOREGROUND-COLOR 3 HIGHLIGHT AT 0419.
           DISPLAY "C.Lv." FOREGROUND-COLOR 3 HIGHLIGHT AT 0427.
           DISPLAY "Data Entr." FOREGROUND-COLOR 3 HIGHLIGHT AT 0435.
           DISPLAY "Atraso" FOREGROUND-COLOR 3 HIGHLIGHT AT 0448.
           DISPLAY "Valor" FOREGROUND-COLOR 3 HIGHLIGHT AT 0457.
           DISPLAY "Estado" FOREGROUND-COLOR 3 HIGHLIGHT AT 0468.
           DISPLAY "Data Pag." FOREGROUND-COLOR 3 HIGHLIGHT AT 0480.
           DISPLAY "P." FOREGROUND-COLOR 3 HIGHLIGHT AT 2003.
           DISPLAY "|" FOREGROUND-COLOR 3 AT 2009.
           DISPLAY "o" FOREGROUND-COLOR 3 AT 2109.

           DISPLAY "o-------o----------------------------------------" &
           "---------------------------------------------------------o"
           AT 0501 FOREGROUND-COLOR 3.
           DISPLAY "o-------o----------------------------------------" &
           "---------------------------------------------------------o"
           AT 1901 FOREGROUND-COLOR 3.

           MOVE 1 TO PAGINA.
           MOVE 0 TO MULTA-COD.
           START FIC-MULTAS KEY > MULTA-COD
               INVALID KEY
                   DISPLAY "Ficheiro vazio! Prima ENTER para continuar."
                   HIGHLIGHT AT 2011
                   DISPLAY "00" HIGHLIGHT AT 2006
                   ACCEPT OMITTED AT 2054
               NOT INVALID KEY
                   MOVE 6 TO LINHA
                   IF FS <> "05" AND FS <> "23" THEN
                       PERFORM UNTIL FS = "10"
                           READ FIC-MULTAS NEXT RECORD
                               NOT AT END
                                   DISPLAY PAGINA
                                   HIGHLIGHT AT 2006
                                   DISPLAY MULTA-COD
                                   HIGHLIGHT LINE LINHA COL 3
                                   DISPLAY MULTA-ALUGUER-COD
                                   HIGHLIGHT LINE LINHA COL 11
                                   DISPLAY MULTA-CLIENTE-COD
                                   HIGHLIGHT LINE LINHA COL 19
                                   DISPLAY MULTA-LIVRO-COD
                                   HIGHLIGHT LINE LINHA COL 27
                                   DISPLAY MULTA-DATA-ENTREGA
                                   HIGHLIGHT LINE LINHA COL 35
                                   DISPLAY MULTA-DIAS-ATRASO
                                   HIGHLIGHT LINE LINHA COL 48
                                   MOVE MULTA-VALOR TO VALOR-TRABALHO
                                   PERFORM FORMATAR-VALOR
                                   DISPLAY VALOR-FORMATADO
                                   HIGHLIGHT LINE LINHA COL 55
                                   IF MULTA-ESTADO = "P" THEN
                                       DISPLAY "Paga     " HIGHLIGHT
                                       LINE LINHA COL 68
                                       DISPLAY MULTA-DATA-PAGAMENTO
                                       HIGHLIGHT LINE LINHA COL 80
                                   ELSE
                                       DISPLAY "Por Pagar" HIGHLIGHT
                                       FOREGROUND-COLOR 4
                                       LINE LINHA COL 68
                                       DISPLAY "----------"
                                       HIGHLIGHT LINE LINHA COL 80
                                   END-IF
                                   ADD 1 TO LINHA
                                   IF LINHA = 19 THEN
                                       MOVE 6 TO LINHA
                                       DISPLAY
                            "Prima ENTER para mostrar a proxima pagina."
                                       HIGHLIGHT AT 2011
                                       ACCEPT OMITTED AT 2053
                                       ADD 1 TO PAGINA
                                       PERFORM VARYING CONTADOR FROM 6
                                       BY 1 UNTIL CONTADOR > 18
           DISPLAY "|       |                                      " &
           "                                         |"
           LINE CONTADOR FOREGROUND-COLOR 3
                                       END-PERFORM
                                   END-IF
                           END-READ
                       END-PERFORM
                   END-IF
                   DISPLAY "-----" HIGHLIGHT
                   FOREGROUND-COLOR 3 LINE LINHA COL 3
                   DISPLAY "-----------------------------------------" &
                   "-----------------------------------------" &
                   " Fim da Lista" HIGHLIGHT
                   FOREGROUND-COLOR 3 LINE LINHA COL 11
                   DISPLAY "Prima ENTER para continuar.               "
                   HIGHLIGHT AT 2011
                   ACCEPT OMITTED AT 2038
           END-START.

           MOVE "N" TO REPETIR-MENU.
      ******************************************************************
       MULTAS-PAGAR.
           PERFORM BASE.
           DISPLAY "Pagar Multa" HIGHLIGHT AT 0217.

           DISPLAY "Por favor preencha o seguinte campo:" AT 0403
           HIGHLIGHT.

           DISPLAY "Codigo da Multa:"
           AT 0603 FOREGROUND-COLOR 3 HIGHLIGHT.

           DISPLAY "Deixe em branco para retroceder."
           AT 0803 HIGHLIGHT.

           ACCEPT MULTA-COD AUTO HIGHLIGHT AT 0620.
           DISPLAY MULTA-COD HIGHLIGHT AT 0620.
           DISPLAY "                                " AT 0803.

           READ FIC-MULTAS
               INVALID KEY
                   MOVE "N" TO EXISTE
               NOT INVALID KEY
                   MOVE "S" TO EXISTE
           END-READ.

           IF (EXISTE = "N") THEN
               IF MULTA-COD = SPACES THEN
                   DISPLAY "00000" AT 0620 HIGHLIGHT
               ELSE
                   DISPLAY "Multa nao existe!"
                   FOREGROUND-COLOR 4 HIGHLIGHT AT 0626
               END-IF
           ELSE
               IF (MULTA-ESTADO = "P") THEN
                   DISPLAY "Multa ja foi paga!"
                   FOREGROUND-COLOR 4 HIGHLIGHT AT 0626
                   DISPLAY "Data de Pagamento:"
                   AT 0803 FOREGROUND-COLOR 3 HIGHLIGHT
                   DISPLAY MULTA-DATA-PAGAMENTO HIGHLIGHT AT 0822
               ELSE
                   DISPLAY "Codigo de Cliente:"
                   AT 0803 FOREGROUND-COLOR 3 HIGHLIGHT
                   DISPLAY MULTA-CLIENTE-COD HIGHLIGHT AT 0822
                   MOVE MULTA-CLIENTE-COD TO CLIENTE-COD
                   READ FIC-CLIENTES KEY CLIENTE-COD
                       INVALID KEY
                           MOVE SPACES TO NOME
                   END-READ
                   DISPLAY NOME HIGHLIGHT AT 0829

                   DISPLAY "Valor da Multa (Eur):"
                   AT 1003 FOREGROUND-COLOR 3 HIGHLIGHT
                   MOVE MULTA-VALOR TO VALOR-TRABALHO
                   PERFORM FORMATAR-VALOR
                   DISPLAY VALOR-FORMATADO HIGHLIGHT AT 1025

                   DISPLAY "Meio de Pagamento (N/C/M):"
                   AT 1203 FOREGROUND-COLOR 3 HIGHLIGHT
                   DISPLAY "N-Numerario C-Cartao M-MB"
                   HIGHLIGHT AT 1403

                   PERFORM WITH TEST AFTER UNTIL
                   MEIO-PAGAMENTO = "N" OR = "C" OR = "M"
                       ACCEPT MEIO-PAGAMENTO AUTO HIGHLIGHT AT 1230
                       IF NOT (MEIO-PAGAMENTO = "N" OR = "C"
                       OR = "M") THEN
                           DISPLAY "Meio invalido!"
                           FOREGROUND-COLOR 4 HIGHLIGHT AT 1234
                       ELSE
                           DISPLAY "              " AT 1234
                       END-IF
                   END-PERFORM

                   MOVE "P" TO MULTA-ESTADO
                   MOVE ANO-SISTEMA TO MULTA-ANO-PAGAMENTO
                   MOVE MES-SISTEMA TO MULTA-MES-PAGAMENTO
                   MOVE DIA-SISTEMA TO MULTA-DIA-PAGAMENTO

                   REWRITE REGISTO-MULTAS
                       INVALID KEY
                           DISPLAY "Erro ao pagar multa!"
                           FOREGROUND-COLOR 4 HIGHLIGHT AT 1603
                       NOT INVALID KEY
                           MOVE "M" TO MOVIMENTO-TIPO
                           MOVE MULTA-COD TO MOVIMENTO-REF-COD
                           MOVE MULTA-CLIENTE-COD
                           TO MOVIMENTO-CLIENTE-COD
                           MOVE MULTA-VALOR TO MOVIMENTO-VALOR
                           MOVE MEIO-PAGAMENTO TO MOVIMENTO-MEIO
                           PERFORM REGISTAR-MOVIMENTO
                           IF (MOVIMENTO-GRAVADO = "S") THEN
                               DISPLAY "Multa paga com sucesso!" &
                               " Recibo emitido N:"
                               HIGHLIGHT AT 1603
                               DISPLAY MOVIMENTO-COD HIGHLIGHT AT 1645
                           ELSE
                               DISPLAY "Multa paga! Erro ao registar" &
                               " recibo!"
                               FOREGROUND-COLOR 4 HIGHLIGHT AT 1603
                           END-IF
                           MOVE "MULTAS" TO AUDITORIA-FICHEIRO
                           MOVE "REWRITE" TO AUDITORIA-OPERACAO
                           MOVE MULTA-COD TO AUDITORIA-CHAVE
                           PERFORM REGISTAR-AUDITORIA
                   END-REWRITE
               END-IF
           END-IF.

           DISPLAY "Prima ENTER para continuar.         "
           HIGHLIGHT AT 0403.
           ACCEPT OMITTED AT 0430.
           MOVE "N" TO REPETIR-MENU.
      ******************************************************************
       REGISTAR-RECIBO.
           OPEN EXTEND FIC-RECIBOS.
           MOVE MOVIMENTO-VALOR TO VALOR-TRABALHO.
           PERFORM FORMATAR-VALOR.
           IF MOVIMENTO-ESTORNO = "S" THEN
               MOVE FUNCTION CONCATENATE(
               "Nota de Credito N: " MOVIMENTO-COD " | Data: "
               MOVIMENTO-DATA " | Estorno do Recibo N: "
               MOVIMENTO-ORIGEM-COD " | Tipo: " MOVIMENTO-TIPO
               " | Ref: " MOVIMENTO-REF-COD " | C.Cl: "
               MOVIMENTO-CLIENTE-COD " | Valor Eur: -"
               VALOR-FORMATADO " | Meio: " MOVIMENTO-MEIO " | Op: "
               MOVIMENTO-OPERADOR " | Motivo: "
               FUNCTION TRIM(MOVIMENTO-MOTIVO)) TO LINHA-RECIBO
           ELSE
               MOVE FUNCTION CONCATENATE(
               "Recibo N: " MOVIMENTO-COD " | Data: " MOVIMENTO-DATA
               " | Tipo: " MOVIMENTO-TIPO " | Ref: " MOVIMENTO-REF-COD
               " | C.Cl: " MOVIMENTO-CLIENTE-COD " | Valor Eur: "
               VALOR-FORMATADO " | Meio: " MOVIMENTO-MEIO " | Op: "
               MOVIMENTO-OPERADOR) TO LINHA-RECIBO
           END-IF.
           WRITE REGISTO-RECIBOS.
           CLOSE FIC-RECIBOS.
      ******************************************************************
       REGISTAR-MOVIMENTO.
           MOVE REGISTO-MOVIMENTOS TO MOVIMENTO-REGISTO-TEMP.
           MOVE 0 TO TENTATIVAS-MOVIMENTO.
           MOVE "N" TO MOVIMENTO-GRAVADO.
           PERFORM WITH TEST AFTER
           UNTIL MOVIMENTO-GRAVADO = "S" OR TENTATIVAS-MOVIMENTO = 5
               PERFORM GRAVAR-MOVIMENTO
           END-PERFORM.
      ******************************************************************
       GRAVAR-MOVIMENTO.
           ADD 1 TO TENTATIVAS-MOVIMENTO.
           PERFORM OBTER-PROXIMO-MOVIMENTO.
           MOVE MOVIMENTO-REGISTO-TEMP TO REGISTO-MOVIMENTOS.
           MOVE PROXIMO-MOVIMENTO-COD TO MOVIMENTO-COD.
           IF ESTORNO-EM-CURSO = "S" THEN
               MOVE "S" TO MOVIMENTO-ESTORNO
               MOVE ESTORNO-ORIGEM-COD TO MOVIMENTO-ORIGEM-COD
               MOVE MOTIVO-ESTORNO TO MOVIMENTO-MOTIVO
           ELSE
               MOVE "N" TO MOVIMENTO-ESTORNO
               MOVE 0 TO MOVIMENTO-ORIGEM-COD
               MOVE SPACES TO MOVIMENTO-MOTIVO
           END-IF.
           MOVE "N" TO MOVIMENTO-ESTORNADO.
           MOVE 0 TO MOVIMENTO-LOTE.
           MOVE POLO-ATUAL TO MOVIMENTO-POLO.
           MOVE ANO-SISTEMA TO ANO-MOVIMENTO.
           MOVE MES-SISTEMA TO MES-MOVIMENTO.
           MOVE DIA-SISTEMA TO DIA-MOVIMENTO.
           MOVE OPERADOR-ATUAL TO MOVIMENTO-OPERADOR.
           WRITE REGISTO-MOVIMENTOS
               INVALID KEY
                   MOVE "N" TO MOVIMENTO-GRAVADO
               NOT INVALID KEY
                   MOVE "S" TO MOVIMENTO-GRAVADO
                   PERFORM REGISTAR-RECIBO
           END-WRITE.
      ******************************************************************
       OBTER-PROXIMO-MOVIMENTO.
           MOVE "MOVIMENTOS" TO TIPO-NUMERADOR.
           PERFORM NUMERADOR-RESERVAR.
           IF (NUMERADOR-NOVO = "S") THEN
               PERFORM APURAR-PROXIMO-MOVIMENTO
               MOVE PROXIMO-MOVIMENTO-COD TO NUMERADOR-PROXIMO
           END-IF.
           PERFORM NUMERADOR-AVANCAR.
           MOVE NUMERADOR-ATRIBUIDO TO PROXIMO-MOVIMENTO-COD.
      ******************************************************************
       NUMERADOR-RESERVAR.
           MOVE "N" TO NUMERADOR-NOVO.
           MOVE TIPO-NUMERADOR TO NUMERADOR-TIPO.
           PERFORM WITH TEST AFTER UNTIL FS NOT = "51"
               READ FIC-NUMERADOR WITH LOCK
                   INVALID KEY
                       MOVE "S" TO NUMERADOR-NOVO
               END-READ
           END-PERFORM.
      ******************************************************************
       NUMERADOR-AVANCAR.
           MOVE TIPO-NUMERADOR TO NUMERADOR-TIPO.
           MOVE NUMERADOR-PROXIMO TO NUMERADOR-ATRIBUIDO.
           ADD 1 TO NUMERADOR-PROXIMO.
           IF (NUMERADOR-NOVO = "S") THEN
               WRITE REGISTO-NUMERADOR
                   INVALID KEY
                       PERFORM NUMERADOR-RESERVAR
                       IF (NUMERADOR-NOVO = "N") THEN
                           MOVE NUMERADOR-PROXIMO
                           TO NUMERADOR-ATRIBUIDO
                           ADD 1 TO NUMERADOR-PROXIMO
                       END-IF
               END-WRITE
           END-IF.
           IF (NUMERADOR-NOVO = "N") THEN
               REWRITE REGISTO-NUMERADOR
                   INVALID KEY
                       CONTINUE
               END-REWRITE
           END-IF.
           UNLOCK FIC-NUMERADOR.
      ******************************************************************
       APURAR-PROXIMO-MOVIMENTO.
           MOVE 1 TO PROXIMO-MOVIMENTO-COD.
           MOVE 0 TO MOVIMENTO-COD.
           START FIC-MOVIMENTOS KEY > MOVIMENTO-COD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF FS <> "05" AND FS <> "23" THEN
                       PERFORM UNTIL FS = "10"
                           READ FIC-MOVIMENTOS NEXT RECORD
                               NOT AT END
                                   MOVE MOVIMENTO-COD
                                   TO PROXIMO-MOVIMENTO-COD
                                   ADD 1 TO PROXIMO-MOVIMENTO-COD
                           END-READ
                       END-PERFORM
                   END-IF
           END-START.
      ******************************************************************
       FECHO-CAIXA.
           PERFORM BASE.
           DISPLAY "Fecho de Caixa" HIGHLIGHT AT 0217.

           MOVE 0 TO TOTAL-NUMERARIO.
           MOVE 0 TO TOTAL-CARTAO.
           MOVE 0 TO TOTAL-MB.
           MOVE 0 TO TOTAL-DIA-CAIXA.
           MOVE 0 TO NUM-MOVIMENTOS-DIA.
           MOVE 0 TO ESTORNOS-NUMERARIO.
           MOVE 0 TO ESTORNOS-CARTAO.
           MOVE 0 TO ESTORNOS-MB.
           MOVE 0 TO ESTORNOS-DIA-CAIXA.
           MOVE 0 TO NUM-ESTORNOS-DIA.
           MOVE 0 TO TOTAL-POLO-CAIXA.
           MOVE 0 TO ESTORNOS-POLO-CAIXA.
           MOVE "N" TO FIM-MOVIMENTOS.

           MOVE 0 TO MOVIMENTO-COD.
           START FIC-MOVIMENTOS KEY > MOVIMENTO-COD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF FS <> "05" AND FS <> "23" THEN
                       PERFORM UNTIL FIM-MOVIMENTOS = "S"
                           READ FIC-MOVIMENTOS NEXT RECORD
                               AT END
                                   MOVE "S" TO FIM-MOVIMENTOS
                               NOT AT END
                                   PERFORM FECHO-ACUMULAR-MOVIMENTO
                           END-READ
                       END-PERFORM
                   END-IF
           END-START.

           DISPLAY "Operador:" AT 0403 FOREGROUND-COLOR 3 HIGHLIGHT.
           DISPLAY OPERADOR-ATUAL HIGHLIGHT AT 0413.
           DISPLAY "Movimentos de Hoje:"
           AT 0420 FOREGROUND-COLOR 3 HIGHLIGHT.
           DISPLAY NUM-MOVIMENTOS-DIA HIGHLIGHT AT 0440.
           DISPLAY "Estornos:"
           AT 0447 FOREGROUND-COLOR 3 HIGHLIGHT.
           DISPLAY NUM-ESTORNOS-DIA HIGHLIGHT AT 0457.
           DISPLAY "Polo:"
           AT 0465 FOREGROUND-COLOR 3 HIGHLIGHT.
           DISPLAY POLO-ATUAL HIGHLIGHT AT 0471.

           DISPLAY "Recebido"  AT 0526 FOREGROUND-COLOR 3 HIGHLIGHT.
           DISPLAY "Estornado" AT 0539 FOREGROUND-COLOR 3 HIGHLIGHT.
           DISPLAY "Liquido"   AT 0553 FOREGROUND-COLOR 3 HIGHLIGHT.

           DISPLAY "Total Numerario (Eur):"
           AT 0603 FOREGROUND-COLOR 3 HIGHLIGHT.
           MOVE TOTAL-NUMERARIO TO TOTAL-TRABALHO.
           PERFORM FORMATAR-TOTAL.
           DISPLAY TOTAL-FORMATADO HIGHLIGHT AT 0626.
           MOVE ESTORNOS-NUMERARIO TO TOTAL-TRABALHO.
           PERFORM FORMATAR-TOTAL.
           DISPLAY TOTAL-FORMATADO HIGHLIGHT AT 0639.
           COMPUTE LIQUIDO-NUMERARIO =
               TOTAL-NUMERARIO - ESTORNOS-NUMERARIO.
           MOVE LIQUIDO-NUMERARIO TO LIQUIDO-TRABALHO.
           PERFORM FORMATAR-LIQUIDO.
           DISPLAY SINAL-LIQUIDO HIGHLIGHT AT 0652.
           DISPLAY TOTAL-FORMATADO HIGHLIGHT AT 0653.

           DISPLAY "Total Cartao (Eur):"
           AT 0803 FOREGROUND-COLOR 3 HIGHLIGHT.
           MOVE TOTAL-CARTAO TO TOTAL-TRABALHO.
           PERFORM FORMATAR-TOTAL.
           DISPLAY TOTAL-FORMATADO HIGHLIGHT AT 0826.
           MOVE ESTORNOS-CARTAO TO TOTAL-TRABALHO.
           PERFORM FORMATAR-TOTAL.
           DISPLAY TOTAL-FORMATADO HIGHLIGHT AT 0839.
           COMPUTE LIQUIDO-TRABALHO = TOTAL-CARTAO - ESTORNOS-CARTAO.
           PERFORM FORMATAR-LIQUIDO.
           DISPLAY SINAL-LIQUIDO HIGHLIGHT AT 0852.
           DISPLAY TOTAL-FORMATADO HIGHLIGHT AT 0853.

           DISPLAY "Total MB (Eur):"
           AT 1003 FOREGROUND-COLOR 3 HIGHLIGHT.
           MOVE TOTAL-MB TO TOTAL-TRABALHO.
           PERFORM FORMATAR-TOTAL.
           DISPLAY TOTAL-FORMATADO HIGHLIGHT AT 1026.
           MOVE ESTORNOS-MB TO TOTAL-TRABALHO.
           PERFORM FORMATAR-TOTAL.
           DISPLAY TOTAL-FORMATADO HIGHLIGHT AT 1039.
           COMPUTE LIQUIDO-TRABALHO = TOTAL-MB - ESTORNOS-MB.
           PERFORM FORMATAR-LIQUIDO.
           DISPLAY SINAL-LIQUIDO HIGHLIGHT AT 1052.
           DISPLAY TOTAL-FORMATADO HIGHLIGHT AT 1053.

           DISPLAY "Total do Dia (Eur):"
           AT 1203 FOREGROUND-COLOR 3 HIGHLIGHT.
           MOVE TOTAL-DIA-CAIXA TO TOTAL-TRABALHO.
           PERFORM FORMATAR-TOTAL.
           DISPLAY TOTAL-FORMATADO HIGHLIGHT AT 1226.
           MOVE ESTORNOS-DIA-CAIXA TO TOTAL-TRABALHO.
           PERFORM FORMATAR-TOTAL.
           DISPLAY TOTAL-FORMATADO HIGHLIGHT AT 1239.
           COMPUTE LIQUIDO-TRABALHO =
               TOTAL-DIA-CAIXA - ESTORNOS-DIA-CAIXA.
           PERFORM FORMATAR-LIQUIDO.
           DISPLAY SINAL-LIQUIDO HIGHLIGHT AT 1252.
           DISPLAY TOTAL-FORMATADO HIGHLIGHT AT 1253.

           DISPLAY "Liquido do Polo, todos os operadores (Eur):"
           AT 1303 FOREGROUND-COLOR 3 HIGHLIGHT.
           COMPUTE LIQUIDO-TRABALHO =
               TOTAL-POLO-CAIXA - ESTORNOS-POLO-CAIXA.
           PERFORM FORMATAR-LIQUIDO.
           DISPLAY SINAL-LIQUIDO HIGHLIGHT AT 1352.
           DISPLAY TOTAL-FORMATADO HIGHLIGHT AT 1353.

           DISPLAY "Numerario Contado (Euros):"
           AT 1403 FOREGROUND-COLOR 3 HIGHLIGHT.
           ACCEPT CONTADO-EUROS AUTO HIGHLIGHT AT 1430.
           DISPLAY CONTADO-EUROS HIGHLIGHT AT 1430.
           DISPLAY "(Centimos):"
           AT 1440 FOREGROUND-COLOR 3 HIGHLIGHT.
           ACCEPT CONTADO-CENTIMOS AUTO HIGHLIGHT AT 1452.
           DISPLAY CONTADO-CENTIMOS HIGHLIGHT AT 1452.
           COMPUTE VALOR-CONTADO =
               CONTADO-EUROS + CONTADO-CENTIMOS / 100.

           COMPUTE DIFERENCA-LIQUIDA =
               VALOR-CONTADO - LIQUIDO-NUMERARIO.
           IF DIFERENCA-LIQUIDA >= 0 THEN
               MOVE DIFERENCA-LIQUIDA TO DIFERENCA-CAIXA
               MOVE "+" TO SINAL-DIFERENCA
           ELSE
               COMPUTE DIFERENCA-CAIXA = 0 - DIFERENCA-LIQUIDA
               MOVE "-" TO SINAL-DIFERENCA
           END-IF.

           DISPLAY "Diferenca (Eur):"
           AT 1603 FOREGROUND-COLOR 3 HIGHLIGHT.
           DISPLAY SINAL-DIFERENCA HIGHLIGHT AT 1620.
           MOVE DIFERENCA-CAIXA TO TOTAL-TRABALHO.
           PERFORM FORMATAR-TOTAL.
           IF DIFERENCA-CAIXA = 0 THEN
               DISPLAY TOTAL-FORMATADO HIGHLIGHT AT 1621
           ELSE
               DISPLAY TOTAL-FORMATADO
               FOREGROUND-COLOR 4 HIGHLIGHT AT 1621
           END-IF.

           PERFORM FECHO-GRAVAR-RELATORIO.

           DISPLAY "Relatorio gravado em FECHOCAIXA.TXT."
           HIGHLIGHT AT 1803.

           MOVE "MOVIMENTO" TO AUDITORIA-FICHEIRO.
           MOVE "FECHO" TO AUDITORIA-OPERACAO.
           MOVE 0 TO AUDITORIA-CHAVE.
           PERFORM REGISTAR-AUDITORIA.

           DISPLAY "Prima ENTER para continuar."
           HIGHLIGHT AT 2003.
           ACCEPT OMITTED AT 2031.
           MOVE "N" TO REPETIR-MENU.
      ******************************************************************
       FECHO-ACUMULAR-MOVIMENTO.
           IF MOVIMENTO-POLO IS NOT NUMERIC OR MOVIMENTO-POLO = 0 THEN
               MOVE POLO-SEDE TO MOVIMENTO-POLO
           END-IF.
           IF ANO-MOVIMENTO = ANO-SISTEMA AND
           MES-MOVIMENTO = MES-SISTEMA AND
           DIA-MOVIMENTO = DIA-SISTEMA AND
           MOVIMENTO-POLO = POLO-ATUAL THEN
               IF MOVIMENTO-ESTORNO = "S" THEN
                   ADD MOVIMENTO-VALOR TO ESTORNOS-POLO-CAIXA
               ELSE
                   ADD MOVIMENTO-VALOR TO TOTAL-POLO-CAIXA
               END-IF
           END-IF.
           IF ANO-MOVIMENTO = ANO-SISTEMA AND
           MES-MOVIMENTO = MES-SISTEMA AND
           DIA-MOVIMENTO = DIA-SISTEMA AND
           MOVIMENTO-POLO = POLO-ATUAL AND
           MOVIMENTO-OPERADOR = OPERADOR-ATUAL THEN
               IF MOVIMENTO-ESTORNO = "S" THEN
                   ADD 1 TO NUM-ESTORNOS-DIA
                   ADD MOVIMENTO-VALOR TO ESTORNOS-DIA-CAIXA
                   EVALUATE MOVIMENTO-MEIO
                       WHEN "N"
                           ADD MOVIMENTO-VALOR TO ESTORNOS-NUMERARIO
                       WHEN "C"
                           ADD MOVIMENTO-VALOR TO ESTORNOS-CARTAO
                       WHEN "M"
                           ADD MOVIMENTO-VALOR TO ESTORNOS-MB
                   END-EVALUATE
               ELSE
                   ADD 1 TO NUM-MOVIMENTOS-DIA
                   ADD MOVIMENTO-VALOR TO TOTAL-DIA-CAIXA
                   EVALUATE MOVIMENTO-MEIO
                       WHEN "N"
                           ADD MOVIMENTO-VALOR TO TOTAL-NUMERARIO
                       WHEN "C"
                           ADD MOVIMENTO-VALOR TO TOTAL-CARTAO
                       WHEN "M"
                           ADD MOVIMENTO-VALOR TO TOTAL-MB
                   END-EVALUATE
               END-IF
           END-IF.
      ******************************************************************
       FORMATAR-LIQUIDO.
           IF LIQUIDO-TRABALHO < 0 THEN
               MOVE "-" TO SINAL-LIQUIDO
               COMPUTE TOTAL-TRABALHO = 0 - LIQUIDO-TRABALHO
           ELSE
               MOVE SPACE TO SINAL-LIQUIDO
               MOVE LIQUIDO-TRABALHO TO TOTAL-TRABALHO
           END-IF.
           PERFORM FORMATAR-TOTAL.
      ******************************************************************
       FECHO-GRAVAR-RELATORIO.
           OPEN EXTEND FIC-FECHO.

           MOVE FUNCTION CONCATENATE(
           "Fecho de Caixa | Data: " DATA-FORMATADA " | Op: "
           OPERADOR-ATUAL " | Polo: " POLO-ATUAL " | Movimentos: "
           NUM-MOVIMENTOS-DIA)
           TO LINHA-FECHO.
           WRITE REGISTO-FECHO.

           MOVE TOTAL-NUMERARIO TO TOTAL-TRABALHO.
           PERFORM FORMATAR-TOTAL.
           MOVE FUNCTION CONCATENATE(
           "  Numerario Eur: " TOTAL-FORMATADO) TO LINHA-FECHO.
           WRITE REGISTO-FECHO.

           MOVE TOTAL-CARTAO TO TOTAL-TRABALHO.
           PERFORM FORMATAR-TOTAL.
           MOVE FUNCTION CONCATENATE(
           "  Cartao Eur: " TOTAL-FORMATADO) TO LINHA-FECHO.
           WRITE REGISTO-FECHO.

           MOVE TOTAL-MB TO TOTAL-TRABALHO.
           PERFORM FORMATAR-TOTAL.
           MOVE FUNCTION CONCATENATE(
           "  MB Eur: " TOTAL-FORMATADO) TO LINHA-FECHO.
           WRITE REGISTO-FECHO.

           MOVE TOTAL-DIA-CAIXA TO TOTAL-TRABALHO.
           PERFORM FORMATAR-TOTAL.
           MOVE FUNCTION CONCATENATE(
           "  Total do Dia Eur: " TOTAL-FORMATADO) TO LINHA-FECHO.
           WRITE REGISTO-FECHO.

           MOVE FUNCTION CONCATENATE(
           "  Estornos: " NUM-ESTORNOS-DIA) TO LINHA-FECHO.
           WRITE REGISTO-FECHO.

           MOVE ESTORNOS-NUMERARIO TO TOTAL-TRABALHO.
           PERFORM FORMATAR-TOTAL.
           MOVE FUNCTION CONCATENATE(
           "  Estornos Numerario Eur: " TOTAL-FORMATADO)
           TO LINHA-FECHO.
           WRITE REGISTO-FECHO.

           MOVE ESTORNOS-CARTAO TO TOTAL-TRABALHO.
           PERFORM FORMATAR-TOTAL.
           MOVE FUNCTION CONCATENATE(
           "  Estornos Cartao Eur: " TOTAL-FORMATADO) TO LINHA-FECHO.
           WRITE REGISTO-FECHO.

           MOVE ESTORNOS-MB TO TOTAL-TRABALHO.
           PERFORM FORMATAR-TOTAL.
           MOVE FUNCTION CONCATENATE(
           "  Estornos MB Eur: " TOTAL-FORMATADO) TO LINHA-FECHO.
           WRITE REGISTO-FECHO.

           MOVE ESTORNOS-DIA-CAIXA TO TOTAL-TRABALHO.
           PERFORM FORMATAR-TOTAL.
           MOVE FUNCTION CONCATENATE(
           "  Total Estornos Eur: " TOTAL-FORMATADO) TO LINHA-FECHO.
           WRITE REGISTO-FECHO.

           MOVE LIQUIDO-NUMERARIO TO LIQUIDO-TRABALHO.
           PERFORM FORMATAR-LIQUIDO.
           MOVE FUNCTION CONCATENATE(
           "  Liquido Numerario Eur: " SINAL-LIQUIDO TOTAL-FORMATADO)
           TO LINHA-FECHO.
           WRITE REGISTO-FECHO.

           COMPUTE LIQUIDO-TRABALHO =
               TOTAL-DIA-CAIXA - ESTORNOS-DIA-CAIXA.
           PERFORM FORMATAR-LIQUIDO.
           MOVE FUNCTION CONCATENATE(
           "  Liquido do Dia Eur: " SINAL-LIQUIDO TOTAL-FORMATADO)
           TO LINHA-FECHO.
           WRITE REGISTO-FECHO.

           COMPUTE LIQUIDO-TRABALHO =
               TOTAL-POLO-CAIXA - ESTORNOS-POLO-CAIXA.
           PERFORM FORMATAR-LIQUIDO.
           MOVE FUNCTION CONCATENATE(
           "  Liquido do Polo Eur: " SINAL-LIQUIDO TOTAL-FORMATADO)
           TO LINHA-FECHO.
           WRITE REGISTO-FECHO.

           MOVE VALOR-CONTADO TO TOTAL-TRABALHO.
           PERFORM FORMATAR-TOTAL.
           MOVE FUNCTION CONCATENATE(
           "  Contado Eur: " TOTAL-FORMATADO) TO LINHA-FECHO.
           WRITE REGISTO-FECHO.

           MOVE DIFERENCA-CAIXA TO TOTAL-TRABALHO.
           PERFORM FORMATAR-TOTAL.
           MOVE FUNCTION CONCATENATE(
           "  Diferenca Eur: " SINAL-DIFERENCA TOTAL-FORMATADO)
           TO LINHA-FECHO.
           WRITE REGISTO-FECHO.

           CLOSE FIC-FECHO.
      ****** ESTORNO DE MOVIMENTOS *************************************
       ESTORNAR-MOVIMENTO.
           PERFORM BASE.
           DISPLAY "Estornar Movimento" HIGHLIGHT AT 0217.

           DISPLAY "Por favor preencha o seguinte campo:" AT 0403
           HIGHLIGHT.

           DISPLAY "Numero do Recibo:"
           AT 0603 FOREGROUND-COLOR 3 HIGHLIGHT.

           DISPLAY "Deixe Zero para retroceder."
           AT 0803 HIGHLIGHT.

           MOVE 0 TO MOVIMENTO-COD.
           ACCEPT MOVIMENTO-COD AUTO HIGHLIGHT AT 0621.
           DISPLAY MOVIMENTO-COD HIGHLIGHT AT 0621.
           DISPLAY "                            " AT 0803.

           READ FIC-MOVIMENTOS
               INVALID KEY
                   MOVE "N" TO EXISTE
               NOT INVALID KEY
                   MOVE "S" TO EXISTE
           END-READ.

           IF (EXISTE = "N") THEN
               IF MOVIMENTO-COD = 0 THEN
                   DISPLAY "0000000" AT 0621 HIGHLIGHT
               ELSE
                   DISPLAY "Movimento nao existe!"
                   FOREGROUND-COLOR 4 HIGHLIGHT AT 0630
               END-IF
           ELSE
           IF MOVIMENTO-ESTORNO = "S" THEN
               DISPLAY "Movimento e uma nota de credito!"
               FOREGROUND-COLOR 4 HIGHLIGHT AT 0630
           ELSE
           IF MOVIMENTO-ESTORNADO = "S" THEN
               DISPLAY "Movimento ja foi estornado!"
               FOREGROUND-COLOR 4 HIGHLIGHT AT 0630
           ELSE
               PERFORM ESTORNO-MOSTRAR-MOVIMENTO
               MOVE REGISTO-MOVIMENTOS TO MOVIMENTO-REGISTO-TEMP
               MOVE MOVIMENTO-COD TO ESTORNO-ORIGEM-COD

               MOVE MOVIMENTO-VALOR TO VALOR-ESTORNO
               IF MOVIMENTO-TIPO = "A" THEN
                   DISPLAY "Valor a Estornar (Euros):"
                   AT 1203 FOREGROUND-COLOR 3 HIGHLIGHT
                   DISPLAY "Deixe Zero para estornar o valor total."
                   HIGHLIGHT AT 1303
                   MOVE 0 TO ESTORNO-EUROS
                   MOVE 0 TO ESTORNO-CENTIMOS
                   ACCEPT ESTORNO-EUROS AUTO HIGHLIGHT AT 1229
                   DISPLAY ESTORNO-EUROS HIGHLIGHT AT 1229
                   DISPLAY "(Centimos):"
                   AT 1236 FOREGROUND-COLOR 3 HIGHLIGHT
                   ACCEPT ESTORNO-CENTIMOS AUTO HIGHLIGHT AT 1248
                   DISPLAY ESTORNO-CENTIMOS HIGHLIGHT AT 1248
                   DISPLAY "                                       "
                   AT 1303
                   IF ESTORNO-EUROS > 0 OR ESTORNO-CENTIMOS > 0 THEN
                       COMPUTE VALOR-ESTORNO =
                           ESTORNO-EUROS + ESTORNO-CENTIMOS / 100
                   END-IF
               END-IF

               IF VALOR-ESTORNO > MOVIMENTO-VALOR THEN
                   DISPLAY "Valor superior ao do movimento!"
                   FOREGROUND-COLOR 4 HIGHLIGHT AT 1403
               ELSE
                   DISPLAY "Valor do Estorno (Eur):"
                   AT 1403 FOREGROUND-COLOR 3 HIGHLIGHT
                   MOVE VALOR-ESTORNO TO VALOR-TRABALHO
                   PERFORM FORMATAR-VALOR
                   DISPLAY VALOR-FORMATADO HIGHLIGHT AT 1427

                   DISPLAY "Motivo:"
                   AT 1503 FOREGROUND-COLOR 3 HIGHLIGHT
                   MOVE SPACES TO MOTIVO-ESTORNO
                   PERFORM WITH TEST AFTER UNTIL
                   MOTIVO-ESTORNO > SPACES
                       ACCEPT MOTIVO-ESTORNO HIGHLIGHT AT 1511
                       IF MOTIVO-ESTORNO = SPACES THEN
                           DISPLAY "Motivo invalido!"
                           FOREGROUND-COLOR 4 HIGHLIGHT AT 1543
                       ELSE
                           DISPLAY "                " AT 1543
                       END-IF
                   END-PERFORM
                   DISPLAY MOTIVO-ESTORNO HIGHLIGHT AT 1511

                   DISPLAY "Confirma o estorno? (S/N)"
                   AT 1603 FOREGROUND-COLOR 3 HIGHLIGHT
                   MOVE "N" TO CONFIRMA-ESTORNO
                   ACCEPT CONFIRMA-ESTORNO AUTO HIGHLIGHT AT 1629
                   DISPLAY CONFIRMA-ESTORNO HIGHLIGHT AT 1629

                   IF CONFIRMA-ESTORNO = "S" THEN
                       PERFORM ESTORNO-PROCESSAR
                   ELSE
                       DISPLAY "Estorno cancelado."
                       HIGHLIGHT AT 1803
                   END-IF
               END-IF
           END-IF
           END-IF
           END-IF.

           DISPLAY "Prima ENTER para continuar.         "
           HIGHLIGHT AT 0403.
           ACCEPT OMITTED AT 0430.
           MOVE "N" TO REPETIR-MENU.
      ******************************************************************
       ESTORNO-MOSTRAR-MOVIMENTO.
           DISPLAY "Data:" AT 0803 FOREGROUND-COLOR 3 HIGHLIGHT.
           DISPLAY MOVIMENTO-DATA HIGHLIGHT AT 0809.
           DISPLAY "Tipo:" AT 0822 FOREGROUND-COLOR 3 HIGHLIGHT.
           DISPLAY MOVIMENTO-TIPO HIGHLIGHT AT 0828.
           DISPLAY "Ref:" AT 0832 FOREGROUND-COLOR 3 HIGHLIGHT.
           DISPLAY MOVIMENTO-REF-COD HIGHLIGHT AT 0837.
           DISPLAY "C.Cl:" AT 0845 FOREGROUND-COLOR 3 HIGHLIGHT.
           DISPLAY MOVIMENTO-CLIENTE-COD HIGHLIGHT AT 0851.

           DISPLAY "Valor (Eur):" AT 1003 FOREGROUND-COLOR 3 HIGHLIGHT.
           MOVE MOVIMENTO-VALOR TO VALOR-TRABALHO.
           PERFORM FORMATAR-VALOR.
           DISPLAY VALOR-FORMATADO HIGHLIGHT AT 1016.
           DISPLAY "Meio:" AT 1027 FOREGROUND-COLOR 3 HIGHLIGHT.
           DISPLAY MOVIMENTO-MEIO HIGHLIGHT AT 1033.
           DISPLAY "Op:" AT 1037 FOREGROUND-COLOR 3 HIGHLIGHT.
           DISPLAY MOVIMENTO-OPERADOR HIGHLIGHT AT 1041.
      ******************************************************************
       ESTORNO-PROCESSAR.
           PERFORM ESTORNO-VERIFICAR-ORIGEM.

           IF ESTORNO-VALIDO = "N" THEN
               DISPLAY MOTIVO-RECUSA-ESTORNO
               FOREGROUND-COLOR 4 HIGHLIGHT AT 1803
           ELSE
               MOVE MOVIMENTO-REGISTO-TEMP TO REGISTO-MOVIMENTOS
               MOVE VALOR-ESTORNO TO MOVIMENTO-VALOR
               MOVE "S" TO ESTORNO-EM-CURSO
               PERFORM REGISTAR-MOVIMENTO
               MOVE "N" TO ESTORNO-EM-CURSO
               IF (MOVIMENTO-GRAVADO = "N") THEN
                   DISPLAY "Erro ao registar o estorno!"
                   FOREGROUND-COLOR 4 HIGHLIGHT AT 1803
               ELSE
                   MOVE MOVIMENTO-COD TO ESTORNO-NOTA-COD
                   PERFORM ESTORNO-ACERTAR-ORIGEM
                   IF ESTORNO-VALIDO = "N" THEN
                       DISPLAY MOTIVO-RECUSA-ESTORNO
                       FOREGROUND-COLOR 4 HIGHLIGHT AT 1703
                   END-IF

                   MOVE ESTORNO-ORIGEM-COD TO MOVIMENTO-COD
                   READ FIC-MOVIMENTOS
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE "S" TO MOVIMENTO-ESTORNADO
                           REWRITE REGISTO-MOVIMENTOS
                               INVALID KEY
                                   CONTINUE
                           END-REWRITE
                   END-READ

                   DISPLAY "Estorno registado! Nota de Credito N:"
                   HIGHLIGHT AT 1803
                   DISPLAY ESTORNO-NOTA-COD HIGHLIGHT AT 1841
                   MOVE "MOVIMENTO" TO AUDITORIA-FICHEIRO
                   MOVE "ESTORNO" TO AUDITORIA-OPERACAO
                   MOVE MOVIMENTO-REF-COD TO AUDITORIA-CHAVE
                   PERFORM REGISTAR-AUDITORIA

                   IF MOVIMENTO-TIPO = "A" AND
                   VALOR-ESTORNO = MOVIMENTO-VALOR THEN
                       PERFORM ESTORNO-NOVA-COBRANCA
                   END-IF
               END-IF
           END-IF.
      ******************************************************************
       ESTORNO-VERIFICAR-ORIGEM.
           MOVE "N" TO ESTORNO-VALIDO.
           MOVE SPACES TO MOTIVO-RECUSA-ESTORNO.
           EVALUATE MOVIMENTO-TIPO
               WHEN "M"
                   MOVE MOVIMENTO-REF-COD TO MULTA-COD
                   READ FIC-MULTAS
                       INVALID KEY
                           MOVE "Multa original nao existe!"
                           TO MOTIVO-RECUSA-ESTORNO
                       NOT INVALID KEY
                           MOVE "S" TO ESTORNO-VALIDO
                   END-READ
               WHEN "A"
                   MOVE MOVIMENTO-REF-COD TO ALUGUER-COD
                   READ FIC-ALUGUERES
                       INVALID KEY
                           MOVE MOVIMENTO-REF-COD TO HIST-ALUGUER-COD
                           READ FIC-HISTORICO
                               INVALID KEY
                                   MOVE "Aluguer original nao existe!"
                                   TO MOTIVO-RECUSA-ESTORNO
                               NOT INVALID KEY
                                   MOVE "S" TO ESTORNO-VALIDO
                           END-READ
                       NOT INVALID KEY
                           MOVE "S" TO ESTORNO-VALIDO
                   END-READ
               WHEN "Q"
                   MOVE MOVIMENTO-REF-COD TO CLIENTE-COD
                   READ FIC-CLIENTES
                       INVALID KEY
                           MOVE "Cliente original nao existe!"
                           TO MOTIVO-RECUSA-ESTORNO
                       NOT INVALID KEY
                           MOVE "S" TO ESTORNO-VALIDO
                   END-READ
               WHEN OTHER
                   MOVE "S" TO ESTORNO-VALIDO
           END-EVALUATE.
      ******************************************************************
       ESTORNO-ACERTAR-ORIGEM.
           MOVE "N" TO ESTORNO-VALIDO.
           MOVE SPACES TO MOTIVO-RECUSA-ESTORNO.
           EVALUATE MOVIMENTO-TIPO
               WHEN "M"
                   MOVE MOVIMENTO-REF-COD TO MULTA-COD
                   READ FIC-MULTAS
                       INVALID KEY
                           MOVE "Multa original nao existe!"
                           TO MOTIVO-RECUSA-ESTORNO
                       NOT INVALID KEY
                           MOVE "N" TO MULTA-ESTADO
                           MOVE 0 TO MULTA-ANO-PAGAMENTO
                           MOVE 0 TO MULTA-MES-PAGAMENTO
                           MOVE 0 TO MULTA-DIA-PAGAMENTO
                           REWRITE REGISTO-MULTAS
                               INVALID KEY
                                   MOVE "Erro ao atualizar a multa!"
                                   TO MOTIVO-RECUSA-ESTORNO
                               NOT INVALID KEY
                                   MOVE "S" TO ESTORNO-VALIDO
                                   MOVE "MULTAS" TO AUDITORIA-FICHEIRO
                                   MOVE "ESTORNO" TO AUDITORIA-OPERACAO
                                   MOVE MULTA-COD TO AUDITORIA-CHAVE
                                   PERFORM REGISTAR-AUDITORIA
                           END-REWRITE
                   END-READ
               WHEN "A"
                   MOVE MOVIMENTO-REF-COD TO ALUGUER-COD
                   READ FIC-ALUGUERES
                       INVALID KEY
                           PERFORM ESTORNO-ACERTAR-HISTORICO
                       NOT INVALID KEY
                           IF ALUGUER-VALOR > VALOR-ESTORNO THEN
                               SUBTRACT VALOR-ESTORNO FROM ALUGUER-VALOR
                           ELSE
                               MOVE 0 TO ALUGUER-VALOR
                           END-IF
                           REWRITE REGISTO-ALUGUER
                               INVALID KEY
                                   MOVE "Erro ao atualizar o aluguer!"
                                   TO MOTIVO-RECUSA-ESTORNO
                               NOT INVALID KEY
                                   MOVE "S" TO ESTORNO-VALIDO
                                   MOVE "ALUGUERES"
                                   TO AUDITORIA-FICHEIRO
                                   MOVE "ESTORNO" TO AUDITORIA-OPERACAO
                                   MOVE ALUGUER-COD TO AUDITORIA-CHAVE
                                   PERFORM REGISTAR-AUDITORIA
                           END-REWRITE
                   END-READ
               WHEN "Q"
                   MOVE MOVIMENTO-REF-COD TO CLIENTE-COD
                   READ FIC-CLIENTES
                       INVALID KEY
                           MOVE "Cliente original nao existe!"
                           TO MOTIVO-RECUSA-ESTORNO
                       NOT INVALID KEY
                           IF ANO-VALIDADE > 0 THEN
                               SUBTRACT 1 FROM ANO-VALIDADE
                           END-IF
                           REWRITE REGISTO-CLIENTES
                               INVALID KEY
                                   MOVE "Erro ao atualizar a quota!"
                                   TO MOTIVO-RECUSA-ESTORNO
                               NOT INVALID KEY
                                   MOVE "S" TO ESTORNO-VALIDO
                                   MOVE "CLIENTES"
                                   TO AUDITORIA-FICHEIRO
                                   MOVE "ESTORNO" TO AUDITORIA-OPERACAO
                                   MOVE CLIENTE-COD TO AUDITORIA-CHAVE
                                   PERFORM REGISTAR-AUDITORIA
                           END-REWRITE
                   END-READ
               WHEN OTHER
                   MOVE "S" TO ESTORNO-VALIDO
           END-EVALUATE.
      ******************************************************************
       ESTORNO-ACERTAR-HISTORICO.
           MOVE MOVIMENTO-REF-COD TO HIST-ALUGUER-COD.
           READ FIC-HISTORICO
               INVALID KEY
                   MOVE "Aluguer original nao existe!"
                   TO MOTIVO-RECUSA-ESTORNO
               NOT INVALID KEY
                   IF HIST-VALOR > VALOR-ESTORNO THEN
                       SUBTRACT VALOR-ESTORNO FROM HIST-VALOR
                   ELSE
                       MOVE 0 TO HIST-VALOR
                   END-IF
                   REWRITE REGISTO-HISTORICO
                       INVALID KEY
                           MOVE "Erro ao atualizar o historico!"
                           TO MOTIVO-RECUSA-ESTORNO
                       NOT INVALID KEY
                           MOVE "S" TO ESTORNO-VALIDO
                           MOVE "HISTORICO" TO AUDITORIA-FICHEIRO
                           MOVE "ESTORNO" TO AUDITORIA-OPERACAO
                           MOVE HIST-ALUGUER-COD TO AUDITORIA-CHAVE
                           PERFORM REGISTAR-AUDITORIA
                   END-REWRITE
           END-READ.
      ******************************************************************
       ESTORNO-NOVA-COBRANCA.
           DISPLAY "Cobrar de novo noutro meio? (N/C/M ou Espaco):"
           AT 1903 FOREGROUND-COLOR 3 HIGHLIGHT.
           MOVE SPACE TO NOVO-MEIO-PAGAMENTO.
           PERFORM WITH TEST AFTER UNTIL NOVO-MEIO-PAGAMENTO = "N"
           OR = "C" OR = "M" OR = SPACE
               ACCEPT NOVO-MEIO-PAGAMENTO AUTO HIGHLIGHT AT 1951
           END-PERFORM.

           IF NOVO-MEIO-PAGAMENTO NOT = SPACE THEN
               MOVE MOVIMENTO-REF-COD TO ALUGUER-COD
               READ FIC-ALUGUERES
                   INVALID KEY
                       MOVE MOVIMENTO-REF-COD TO HIST-ALUGUER-COD
                       READ FIC-HISTORICO
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               ADD VALOR-ESTORNO TO HIST-VALOR
                               REWRITE REGISTO-HISTORICO
                                   INVALID KEY
                                       CONTINUE
                               END-REWRITE
                       END-READ
                   NOT INVALID KEY
                       ADD VALOR-ESTORNO TO ALUGUER-VALOR
                       REWRITE REGISTO-ALUGUER
                           INVALID KEY
                               CONTINUE
                       END-REWRITE
               END-READ
               MOVE MOVIMENTO-REGISTO-TEMP TO REGISTO-MOVIMENTOS
               MOVE NOVO-MEIO-PAGAMENTO TO MOVIMENTO-MEIO
               PERFORM REGISTAR-MOVIMENTO
               IF (MOVIMENTO-GRAVADO = "S") THEN
                   DISPLAY "Recibo N:"
                   FOREGROUND-COLOR 3 HIGHLIGHT AT 2003
                   DISPLAY MOVIMENTO-COD HIGHLIGHT AT 2013
               ELSE
                   DISPLAY "Erro ao registar recibo!"
                   FOREGROUND-COLOR 4 HIGHLIGHT AT 2003
               END-IF
           END-IF.
      ******************************************************************
       MULTAS-SALDO-CLIENTE.
           PERFORM BASE.
           DISPLAY "Saldo de Multas" HIGHLIGHT AT 0217.

           DISPLAY "Por favor preencha o seguinte campo:" AT 0403
           HIGHLIGHT.

           DISPLAY "Codigo de Cliente:"
           AT 0603 FOREGROUND-COLOR 3 HIGHLIGHT.

           DISPLAY "Deixe em branco para retroceder."
           AT 0803 HIGHLIGHT.

           ACCEPT CLIENTE-COD AUTO HIGHLIGHT AT 0622.
           DISPLAY CLIENTE-COD HIGHLIGHT AT 0622.
           DISPLAY "                                " AT 0803.

           READ FIC-CLIENTES
               INVALID KEY
                   MOVE "N" TO EXISTE
               NOT INVALID KEY
                   MOVE "S" TO EXISTE
           END-READ.

           IF (EXISTE = "N") THEN
               IF CLIENTE-COD = SPACES THEN
                   DISPLAY "00000" AT 0622 HIGHLIGHT
               ELSE
                   DISPLAY "Cliente nao existe!"
                   FOREGROUND-COLOR 4 HIGHLIGHT AT 0628
               END-IF
           ELSE
               DISPLAY "Nome:" AT 0803 FOREGROUND-COLOR 3 HIGHLIGHT
               DISPLAY NOME HIGHLIGHT AT 0809

               PERFORM CALCULAR-SALDO-MULTAS

               DISPLAY "Saldo de Multas por Pagar (Eur):"
               AT 1003 FOREGROUND-COLOR 3 HIGHLIGHT
               MOVE SALDO-MULTAS-CLIENTE TO VALOR-TRABALHO
               PERFORM FORMATAR-VALOR
               DISPLAY VALOR-FORMATADO HIGHLIGHT AT 1036

               IF SALDO-MULTAS-CLIENTE > LIMITE-MULTAS-EUR THEN
                   DISPLAY "Saldo acima do limite!" &
                   " Novos alugueres bloqueados."
                   FOREGROUND-COLOR 4 HIGHLIGHT AT 1203
               END-IF
           END-IF.

           DISPLAY "Prima ENTER para continuar.         "
           HIGHLIGHT AT 0403.
           ACCEPT OMITTED AT 0430.
           MOVE "N" TO REPETIR-MENU.
      ******************************************************************
       CALCULAR-SALDO-MULTAS.
           MOVE 0 TO SALDO-MULTAS-CLIENTE.
           MOVE "N" TO FIM-MULTAS-CLIENTE.
           MOVE CLIENTE-COD TO MULTA-CLIENTE-COD.
           START FIC-MULTAS KEY >= MULTA-CLIENTE-COD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF FS <> "05" AND FS <> "23" THEN
                       PERFORM UNTIL FS = "10"
                       OR FIM-MULTAS-CLIENTE = "S"
                           READ FIC-MULTAS NEXT RECORD
                               NOT AT END
                                   IF MULTA-CLIENTE-COD > CLIENTE-COD
                                   THEN
                                       MOVE "S" TO FIM-MULTAS-CLIENTE
                                   ELSE
                                       IF MULTA-ESTADO = "N" THEN
                                           ADD MULTA-VALOR TO
                                           SALDO-MULTAS-CLIENTE
                                       END-IF
                                   END-IF
                           END-READ
                       END-PERFORM
                   END-IF
           END-START.
      ******************************************************************
       FORMATAR-VALOR.
           COMPUTE VALOR-MULTA-CENTAVOS = VALOR-TRABALHO * 100.
           DIVIDE VALOR-MULTA-CENTAVOS BY 100 GIVING VALOR-EUROS
                                        REMAINDER VALOR-CENTIMOS.
      ******************************************************************
       ALUGUERES-DEVOLVER.
           PERFORM BASE.
           DISPLAY "Devolver Aluguer" HIGHLIGHT AT 0217.

           DISPLAY "Por favor preencha o seguinte campo:" AT 0403
           HIGHLIGHT.

           DISPLAY "Codigo do Aluguer:"
           AT 0603 FOREGROUND-COLOR 3 HIGHLIGHT.

           DISPLAY "Deixe em branco para retroceder."
           AT 0803 HIGHLIGHT.

           ACCEPT ALUGUER-COD AUTO HIGHLIGHT AT 0622.
           DISPLAY ALUGUER-COD HIGHLIGHT AT 0622.
           DISPLAY "                                " AT 0803.

           READ FIC-ALUGUERES
               INVALID KEY
                   MOVE "N" TO EXISTE
               NOT INVALID KEY
                   MOVE "S" TO EXISTE
           END-READ.

           IF (EXISTE = "N") THEN
               IF ALUGUER-COD = SPACES THEN
                   DISPLAY "00000" AT 0622 HIGHLIGHT
               ELSE
                   DISPLAY "Codigo nao existe!"
                   FOREGROUND-COLOR 4 HIGHLIGHT AT 0628
               END-IF
           ELSE
               IF (SITUACAO = "A") THEN
                   MOVE "D" TO SITUACAO

                   DISPLAY "Data de Devolucao:"
                   FOREGROUND-COLOR 3 HIGHLIGHT AT 0803
                   DISPLAY "(Ano)" AT 0827 FOREGROUND-COLOR 3 HIGHLIGHT
                   DISPLAY "Deixe Zero para inserir o Ano atual."
                   HIGHLIGHT AT 0833

                   PERFORM WITH TEST AFTER UNTIL (ANO-ENTREGA = 0) OR
                   (ANO-ENTREGA >= 1950 AND ANO-ENTREGA <= ANO-SISTEMA
                   AND ANO-ENTREGA >= ANO-ALUGUER)
                       ACCEPT ANO-ENTREGA AUTO AT 0822 HIGHLIGHT
                       IF NOT (ANO-ENTREGA >= 1950 AND
                       ANO-ENTREGA <= ANO-SISTEMA
                       AND ANO-ENTREGA >= ANO-ALUGUER)
                           DISPLAY "Ano invalido!"
                           FOREGROUND-COLOR 4 HIGHLIGHT AT 0870
                       END-IF
                   END-PERFORM

                   IF ANO-ENTREGA = 0 THEN
                       MOVE ANO-SISTEMA TO ANO-ENTREGA
                   END-IF

                   DISPLAY "                                           "
                   & "                " AT 0827
                   DISPLAY ANO-ENTREGA AT 0822 HIGHLIGHT

                   DISPLAY "-" AT 0826 HIGHLIGHT

                   DISPLAY "(Mes)" AT 0830 FOREGROUND-COLOR 3 HIGHLIGHT
                   DISPLAY "Deixe Zero para inserir o Mes atual."
                   HIGHLIGHT AT 0836

                   PERFORM WITH TEST AFTER UNTIL
                   (MES-ENTREGA >= 0 AND <= 12)
                   AND (MES-ENTREGA >= MES-ALUGUER)
                       ACCEPT MES-ENTREGA AUTO AT 0827 HIGHLIGHT
                       IF MES-ENTREGA = 0 THEN
                           MOVE MES-SISTEMA TO MES-ENTREGA
                       END-IF
                       IF NOT (MES-ENTREGA >= 0 AND <= 12) THEN
                           DISPLAY "Mes invalido!"
                           FOREGROUND-COLOR 4 HIGHLIGHT AT 0873
                       END-IF
                       IF ANO-ENTREGA = ANO-SISTEMA THEN
                           IF MES-ENTREGA > MES-SISTEMA THEN
                               DISPLAY "Mes invalido!"
                               FOREGROUND-COLOR 4 HIGHLIGHT AT 0873
                               MOVE 13 TO MES-ENTREGA
                           END-IF
                       END-IF
                       IF NOT (MES-ENTREGA >= MES-ALUGUER) THEN
                           DISPLAY "Mes invalido!"
                           FOREGROUND-COLOR 4 HIGHLIGHT AT 0873
                       END-IF
                   END-PERFORM


                   DISPLAY "                                           "
                   & "             " AT 0830
                   DISPLAY MES-ENTREGA AT 0827 HIGHLIGHT

                   DIVIDE ANO-ENTREGA BY 4 GIVING TEMP
                   REMAINDER ANO-BISSEXTO
                   EVALUATE MES-ENTREGA
                       WHEN 1
                       WHEN 3
                       WHEN 5
                       WHEN 7
                       WHEN 8
                       WHEN 10
                       WHEN 12
                           MOVE 31 TO DIAS-MES
                       WHEN 4
                       WHEN 6
                       WHEN 9
                       WHEN 11
                           MOVE 30 TO DIAS-MES
                       WHEN 2
                           IF ANO-BISSEXTO = 0 THEN
                               MOVE 29 TO DIAS-MES
                           ELSE
                               MOVE 28 TO DIAS-MES
                   END-EVALUATE

                   DISPLAY "-" AT 0829 HIGHLIGHT

                   DISPLAY "(Dia)" AT 0833 FOREGROUND-COLOR 3 HIGHLIGHT
                   DISPLAY "Deixe Zero para inserir o Dia atual."
                   HIGHLIGHT AT 0839

                   PERFORM WITH TEST AFTER UNTIL
                   (DIA-ENTREGA >= 0 AND DIA-ENTREGA <= DIAS-MES)
                       ACCEPT DIA-ENTREGA AUTO AT 0830 HIGHLIGHT
                       IF DIA-ENTREGA = 0 THEN
                           MOVE DIA-SISTEMA TO DIA-ENTREGA
                       END-IF
                       IF NOT (DIA-ENTREGA >= 0 AND
                       DIA-ENTREGA <= DIAS-MES) THEN
                           DISPLAY "Dia invalido!"
                           FOREGROUND-COLOR 4 HIGHLIGHT AT 0876
                       END-IF
                       IF ANO-ENTREGA = ANO-SISTEMA THEN
                           IF MES-ENTREGA = MES-SISTEMA THEN
                               IF DIA-ENTREGA > DIA-SISTEMA THEN
                                   DISPLAY "Dia invalido!"
                                   FOREGROUND-COLOR 4 HIGHLIGHT AT 0876
                                   MOVE 32 TO DIA-ENTREGA
                               END-IF
                           END-IF
                       END-IF
                       IF ANO-ENTREGA = ANO-ALUGUER THEN
                           IF MES-ENTREGA = MES-ALUGUER THEN
                               IF DIA-ENTREGA < DIA-ALUGUER THEN
                                   DISPLAY "Dia invalido!"
                                   FOREGROUND-COLOR 4 HIGHLIGHT AT 0876
                                   MOVE 32 TO DIA-ENTREGA
                               END-IF
                           END-IF
                       END-IF
                   END-PERFORM

                   DISPLAY "                                           "
                   & "             " AT 0833
                   DISPLAY DIA-ENTREGA AT 0830 HIGHLIGHT

                   PERFORM CALCULAR-MULTA

                   MOVE ALUGUER-LIVRO-COD TO LIVRO-COD
                   READ FIC-LIVROS
                       INVALID KEY
                           MOVE 0 TO LIVRO-TEMA-COD
                   END-READ
                   PERFORM OBTER-TARIFA-LIVRO
                   PERFORM CALCULAR-VALOR-ALUGUER
                   MOVE VALOR-ALUGUER TO ALUGUER-VALOR

                   DISPLAY "Valor do Aluguer (Eur):"
                   FOREGROUND-COLOR 3 HIGHLIGHT AT 0903
                   MOVE VALOR-ALUGUER TO VALOR-TRABALHO
                   PERFORM FORMATAR-VALOR
                   DISPLAY VALOR-FORMATADO HIGHLIGHT AT 0927

                   REWRITE REGISTO-ALUGUER
                       INVALID KEY
                           DISPLAY "Erro ao devolver!"
                           FOREGROUND-COLOR 4 HIGHLIGHT AT 1003
                       NOT INVALID KEY
                           DISPLAY "Livro devolvido com sucesso!"
                           HIGHLIGHT AT 1003
                           MOVE "ALUGUERES" TO AUDITORIA-FICHEIRO
                           MOVE "REWRITE" TO AUDITORIA-OPERACAO
                           MOVE ALUGUER-COD TO AUDITORIA-CHAVE
                           PERFORM REGISTAR-AUDITORIA
                           IF ALUGUER-EXEMPLAR-NUM > 0 THEN
                               DISPLAY "Exemplar devolvido:"
                               FOREGROUND-COLOR 3 HIGHLIGHT AT 1040
                               DISPLAY ALUGUER-EXEMPLAR-NUM
                               HIGHLIGHT AT 1060
                               MOVE ALUGUER-LIVRO-COD
                               TO EXEMPLAR-LIVRO-COD
                               MOVE ALUGUER-EXEMPLAR-NUM
                               TO EXEMPLAR-NUM
                               MOVE 13 TO LINHA
                               PERFORM DEVOLUCAO-AVALIAR-EXEMPLAR
                           END-IF
                           DISPLAY "Meio de Pagamento (N/C/M):"
                           FOREGROUND-COLOR 3 HIGHLIGHT AT 0940
                           PERFORM WITH TEST AFTER UNTIL
                           MEIO-PAGAMENTO = "N" OR = "C" OR = "M"
                               ACCEPT MEIO-PAGAMENTO
                               AUTO HIGHLIGHT AT 0968
                               IF NOT (MEIO-PAGAMENTO = "N" OR = "C"
                               OR = "M") THEN
                                   DISPLAY "Meio invalido!"
                                   FOREGROUND-COLOR 4 HIGHLIGHT
                                   AT 0972
                               ELSE
                                   DISPLAY "              " AT 0972
                               END-IF
                           END-PERFORM
                           MOVE "A" TO MOVIMENTO-TIPO
                           MOVE ALUGUER-COD TO MOVIMENTO-REF-COD
                           MOVE ALUGUER-CLIENTE-COD
                           TO MOVIMENTO-CLIENTE-COD
                           MOVE ALUGUER-VALOR TO MOVIMENTO-VALOR
                           MOVE MEIO-PAGAMENTO TO MOVIMENTO-MEIO
                           PERFORM REGISTAR-MOVIMENTO
                           IF (MOVIMENTO-GRAVADO = "S") THEN
                               DISPLAY "Recibo N:"
                               FOREGROUND-COLOR 3 HIGHLIGHT AT 1103
                               DISPLAY MOVIMENTO-COD HIGHLIGHT AT 1113
                           ELSE
                               DISPLAY "Erro ao registar recibo!"
                               FOREGROUND-COLOR 4 HIGHLIGHT AT 1103
                           END-IF
                   END-REWRITE

                   IF DIAS-ATRASO > 0 THEN
                       PERFORM REGISTAR-MULTA
                       DISPLAY "Entrega em atraso! Dias de atraso:"
                       FOREGROUND-COLOR 4 HIGHLIGHT AT 1203
                       DISPLAY DIAS-ATRASO
                       FOREGROUND-COLOR 4 HIGHLIGHT AT 1239
                       DISPLAY "Valor da multa (Eur):"
                       FOREGROUND-COLOR 4 HIGHLIGHT AT 1403
                       DISPLAY VALOR-MULTA
                       FOREGROUND-COLOR 4 HIGHLIGHT AT 1425
                   END-IF

                   PERFORM VERIFICAR-LISTA-ESPERA
                   IF (ESPERA-ENCONTRADA = "S") THEN
                       DISPLAY "Livro reservado! Proximo cliente na" &
                       " lista de espera:"
                       FOREGROUND-COLOR 3 HIGHLIGHT AT 1603
                       DISPLAY ESPERA-CLIENTE-COD
                       HIGHLIGHT AT 1640
                       DISPLAY NOME
                       HIGHLIGHT AT 1646
                   END-IF
                   IF ALUGUER-EXEMPLAR-NUM > 0 THEN
                       PERFORM DEVOLUCAO-ENCAMINHAR-EXEMPLAR
                       IF (TRANSFERENCIA-CRIADA = "S") THEN
                           DISPLAY "Exemplar em transito para o polo:"
                           FOREGROUND-COLOR 3 HIGHLIGHT AT 1803
                           DISPLAY EXEMPLAR-POLO-DESTINO
                           HIGHLIGHT AT 1837
                       END-IF
                   END-IF
               ELSE
                   DISPLAY "Livro ja foi devolvido!"
                   FOREGROUND-COLOR 4 HIGHLIGHT AT 0803
               END-IF
           END-IF.



           DISPLAY "Prima ENTER para continuar.         "
           HIGHLIGHT AT 0403.
           ACCEPT OMITTED AT 0430.
           MOVE "N" TO REPETIR-MENU.
      ******************************************************************
       ALUGUERES-RENOVAR.
           PERFORM BASE.
           DISPLAY "Renovar Aluguer" HIGHLIGHT AT 0217.

           DISPLAY "Por favor preencha o seguinte campo:" AT 0403
           HIGHLIGHT.

           DISPLAY "Codigo do Aluguer:"
           AT 0603 FOREGROUND-COLOR 3 HIGHLIGHT.

           DISPLAY "Deixe em branco para retroceder."
           AT 0803 HIGHLIGHT.

           ACCEPT ALUGUER-COD AUTO HIGHLIGHT AT 0622.
           DISPLAY ALUGUER-COD HIGHLIGHT AT 0622.
           DISPLAY "                                " AT 0803.

           READ FIC-ALUGUERES
               INVALID KEY
                   MOVE "N" TO EXISTE
               NOT INVALID KEY
                   MOVE "S" TO EXISTE
           END-READ.

           IF (EXISTE = "N") THEN
               IF ALUGUER-COD = SPACES THEN
                   DISPLAY "00000" AT 0622 HIGHLIGHT
               ELSE
                   DISPLAY "Aluguer nao existe!"
                   FOREGROUND-COLOR 4 HIGHLIGHT AT 0628
               END-IF
           ELSE
               IF (SITUACAO = "A") THEN
                   DISPLAY "Codigo de Cliente:"
                   AT 0803 FOREGROUND-COLOR 3 HIGHLIGHT
                   DISPLAY ALUGUER-CLIENTE-COD HIGHLIGHT AT 0822
                   DISPLAY "Codigo do Livro:"
                   AT 1003 FOREGROUND-COLOR 3 HIGHLIGHT
                   DISPLAY ALUGUER-LIVRO-COD HIGHLIGHT AT 1020
                   DISPLAY "Data Prevista:"
                   AT 1203 FOREGROUND-COLOR 3 HIGHLIGHT
                   DISPLAY DATA-PREVISTA HIGHLIGHT AT 1218
                   DISPLAY "Renovacoes:"
                   AT 1235 FOREGROUND-COLOR 3 HIGHLIGHT
                   DISPLAY ALUGUER-RENOVACOES HIGHLIGHT AT 1247

                   PERFORM VALIDAR-RENOVACAO
                   IF (RENOVACAO-VALIDA = "N") THEN
                       DISPLAY MOTIVO-RENOVACAO
                       FOREGROUND-COLOR 4 HIGHLIGHT AT 1403
                   ELSE
                       PERFORM REGISTAR-RENOVACAO
                       IF (RENOVACAO-VALIDA = "S") THEN
                           DISPLAY "Aluguer renovado com sucesso!"
                           HIGHLIGHT AT 1403
                           DISPLAY "Nova Data Prevista:"
                           FOREGROUND-COLOR 3 HIGHLIGHT AT 1603
                           DISPLAY DATA-PREVISTA HIGHLIGHT AT 1623
                           DISPLAY "Renovacoes:"
                           FOREGROUND-COLOR 3 HIGHLIGHT AT 1635
                           DISPLAY ALUGUER-RENOVACOES HIGHLIGHT AT 1647
                       ELSE
                           DISPLAY "Erro ao renovar aluguer!"
                           FOREGROUND-COLOR 4 HIGHLIGHT AT 1403
                       END-IF
                   END-IF
               ELSE
                   DISPLAY "Livro ja foi devolvido!"
                   FOREGROUND-COLOR 4 HIGHLIGHT AT 0803
               END-IF
           END-IF.

           DISPLAY "Prima ENTER para continuar.         "
           HIGHLIGHT AT 0403.
           ACCEPT OMITTED AT 0430.
           MOVE "N" TO REPETIR-MENU.
      ******************************************************************
       VALIDAR-RENOVACAO.
           MOVE "N" TO RENOVACAO-VALIDA.
           MOVE SPACES TO MOTIVO-RENOVACAO.
           MOVE REGISTO-ALUGUER TO ALUGUER-REGISTO-TEMP.

           MOVE ALUGUER-CLIENTE-COD TO CLIENTE-COD.
           READ FIC-CLIENTES
               INVALID KEY
                   MOVE 0 TO ANO-VALIDADE
                   MOVE 0 TO CLIENTE-CATEGORIA
           END-READ.
           PERFORM OBTER-CATEGORIA-CLIENTE.
           PERFORM VERIFICAR-QUOTA-CLIENTE.
           PERFORM CALCULAR-SALDO-MULTAS.
           PERFORM VERIFICAR-LISTA-ESPERA.

           MOVE ALUGUER-REGISTO-TEMP TO REGISTO-ALUGUER.
           PERFORM CALCULAR-ATRASO-HOJE.

           IF DIAS-ATRASO > 0 THEN
               MOVE "Aluguer em atraso! Nao pode ser renovado."
               TO MOTIVO-RENOVACAO
           ELSE
           IF ALUGUER-RENOVACOES >= LIMITE-RENOVACOES THEN
               MOVE "Limite de renovacoes atingido!"
               TO MOTIVO-RENOVACAO
           ELSE
           IF SALDO-MULTAS-CLIENTE > LIMITE-MULTAS-EUR THEN
               MOVE "Cliente com multas por pagar acima do limite!"
               TO MOTIVO-RENOVACAO
           ELSE
           IF QUOTA-VALIDA = "N" THEN
               MOVE "Quota do cliente caducada! Renove a inscricao."
               TO MOTIVO-RENOVACAO
           ELSE
           IF (ESPERA-ENCONTRADA = "S") THEN
               MOVE "Livro reservado por outro cliente em espera!"
               TO MOTIVO-RENOVACAO
           ELSE
               MOVE "S" TO RENOVACAO-VALIDA
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF.
      ******************************************************************
       REGISTAR-RENOVACAO.
           PERFORM PROLONGAR-DATA-PREVISTA.
           ADD 1 TO ALUGUER-RENOVACOES.

           REWRITE REGISTO-ALUGUER
               INVALID KEY
                   MOVE "N" TO RENOVACAO-VALIDA
               NOT INVALID KEY
                   MOVE "S" TO RENOVACAO-VALIDA
                   MOVE "ALUGUERES" TO AUDITORIA-FICHEIRO
                   MOVE "RENOVAR" TO AUDITORIA-OPERACAO
                   MOVE ALUGUER-COD TO AUDITORIA-CHAVE
                   PERFORM REGISTAR-AUDITORIA
           END-REWRITE.
      ******************************************************************
       VERIFICAR-LISTA-ESPERA.
           MOVE "N" TO ESPERA-ENCONTRADA.
           MOVE ALUGUER-LIVRO-COD TO ESPERA-LIVRO-COD.
           START FIC-ESPERA KEY IS >= ESPERA-LIVRO-COD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF FS <> "05" AND FS <> "23" THEN
                       READ FIC-ESPERA NEXT RECORD
                           NOT AT END
                               IF ESPERA-LIVRO-COD = ALUGUER-LIVRO-COD
                               THEN
                                   MOVE "S" TO ESPERA-ENCONTRADA
                               END-IF
                       END-READ
                   END-IF
           END-START.

           IF (ESPERA-ENCONTRADA = "S") THEN
               MOVE ESPERA-CLIENTE-COD TO CLIENTE-COD
               READ FIC-CLIENTES
                   INVALID KEY
                       MOVE SPACES TO NOME
               END-READ
           END-IF.
      ******************************************************************
       DEVOLUCAO-ENCAMINHAR-EXEMPLAR.
           MOVE "N" TO TRANSFERENCIA-CRIADA.
           MOVE ALUGUER-LIVRO-COD TO EXEMPLAR-LIVRO-COD.
           MOVE ALUGUER-EXEMPLAR-NUM TO EXEMPLAR-NUM.
           READ FIC-EXEMPLARES
               INVALID KEY
                   MOVE "N" TO EXISTE
               NOT INVALID KEY
                   MOVE "S" TO EXISTE
           END-READ.

           IF (EXISTE = "S") THEN
               PERFORM NORMALIZAR-POLO-EXEMPLAR
               MOVE POLO-ATUAL TO EXEMPLAR-POLO-ATUAL
               MOVE 0 TO EXEMPLAR-POLO-DESTINO

               IF EXEMPLAR-ESTADO = "D" THEN
                   IF (ESPERA-ENCONTRADA = "S") THEN
                       MOVE ESPERA-POLO TO POLO-DESTINO-DEVOLUCAO
                       MOVE "E" TO MOTIVO-TRANSFERENCIA
                   ELSE
                       MOVE EXEMPLAR-POLO-ORIGEM
                       TO POLO-DESTINO-DEVOLUCAO
                       MOVE "D" TO MOTIVO-TRANSFERENCIA
                   END-IF
                   IF POLO-DESTINO-DEVOLUCAO IS NOT NUMERIC OR
                   POLO-DESTINO-DEVOLUCAO = 0 THEN
                       MOVE POLO-SEDE TO POLO-DESTINO-DEVOLUCAO
                   END-IF
                   IF POLO-DESTINO-DEVOLUCAO NOT = POLO-ATUAL THEN
                       MOVE "T" TO EXEMPLAR-ESTADO
                       MOVE POLO-DESTINO-DEVOLUCAO
                       TO EXEMPLAR-POLO-DESTINO
                   END-IF
               END-IF

               REWRITE REGISTO-EXEMPLARES
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF EXEMPLAR-ESTADO = "T" THEN
                           PERFORM TRANSFERENCIA-CRIAR-ENVIO
                       END-IF
               END-REWRITE
           END-IF.
      ******************************************************************
       TRANSFERENCIA-CRIAR-ENVIO.
           PERFORM OBTER-PROXIMA-TRANSFERENCIA.
           MOVE PROXIMA-TRANSFERENCIA-COD TO TRANSF-COD.
           MOVE EXEMPLAR-LIVRO-COD TO TRANSF-LIVRO-COD.
           MOVE EXEMPLAR-NUM TO TRANSF-EXEMPLAR-NUM.
           MOVE POLO-ATUAL TO TRANSF-POLO-ORIGEM.
           MOVE EXEMPLAR-POLO-DESTINO TO TRANSF-POLO-DESTINO.
           MOVE DATA-SISTEMA TO TRANSF-DATA-PEDIDO.
           MOVE DATA-SISTEMA TO TRANSF-DATA-ENVIO.
           MOVE 0 TO TRANSF-DATA-RECECAO.
           MOVE "E" TO TRANSF-ESTADO.
           MOVE MOTIVO-TRANSFERENCIA TO TRANSF-MOTIVO.
           MOVE OPERADOR-ATUAL TO TRANSF-OPERADOR.
           WRITE REGISTO-TRANSFERENCIAS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "S" TO TRANSFERENCIA-CRIADA
                   MOVE "TRANSFEREN" TO AUDITORIA-FICHEIRO
                   MOVE "WRITE" TO AUDITORIA-OPERACAO
                   MOVE TRANSF-COD TO AUDITORIA-CHAVE
                   PERFORM REGISTAR-AUDITORIA
           END-WRITE.
      ****** BALCAO DE ATENDIMENTO RAPIDO ******************************
       ECRA-BALCAO.
           MOVE "S" TO BALCAO-CONTINUAR.
           PERFORM UNTIL BALCAO-CONTINUAR = "N"
               PERFORM BASE
               DISPLAY "Balcao" HIGHLIGHT AT 0217
               DISPLAY "Leia a etiqueta do exemplar:" AT 0403 HIGHLIGHT

               DISPLAY "Etiqueta:"
               AT 0603 FOREGROUND-COLOR 3 HIGHLIGHT

               DISPLAY "Deixe Zero para retroceder."
               AT 0803 HIGHLIGHT

               MOVE 0 TO ETIQUETA-PESQUISA
               ACCEPT ETIQUETA-PESQUISA AUTO HIGHLIGHT AT 0613
               DISPLAY ETIQUETA-PESQUISA HIGHLIGHT AT 0613
               DISPLAY "                            " AT 0803

               IF ETIQUETA-PESQUISA = 0 THEN
                   MOVE "N" TO BALCAO-CONTINUAR
               ELSE
                   MOVE ETIQUETA-PESQUISA TO EXEMPLAR-ETIQUETA
                   READ FIC-EXEMPLARES KEY EXEMPLAR-ETIQUETA
                       INVALID KEY
                           MOVE "N" TO EXISTE
                       NOT INVALID KEY
                           MOVE "S" TO EXISTE
                   END-READ

                   IF (EXISTE = "N") THEN
                       DISPLAY "Etiqueta nao encontrada!"
                       FOREGROUND-COLOR 4 HIGHLIGHT AT 0803
                   ELSE
                       MOVE EXEMPLAR-LIVRO-COD TO LIVRO-COD
                       READ FIC-LIVROS
                           INVALID KEY
                               MOVE SPACES TO TITULO
                       END-READ
                       DISPLAY "Titulo:"
                       AT 0803 FOREGROUND-COLOR 3 HIGHLIGHT
                       DISPLAY TITULO HIGHLIGHT AT 0811
                       DISPLAY "Exemplar:"
                       AT 0845 FOREGROUND-COLOR 3 HIGHLIGHT
                       DISPLAY EXEMPLAR-NUM HIGHLIGHT AT 0855
                       PERFORM NORMALIZAR-POLO-EXEMPLAR

                       EVALUATE EXEMPLAR-ESTADO
                           WHEN "D"
                               IF EXEMPLAR-POLO-ATUAL NOT = POLO-ATUAL
                               THEN
                                   DISPLAY "Exemplar registado noutro" &
                                   " polo! Polo:"
                                   FOREGROUND-COLOR 4 HIGHLIGHT
                                   AT 1003
                                   DISPLAY EXEMPLAR-POLO-ATUAL
                                   FOREGROUND-COLOR 4 HIGHLIGHT
                                   AT 1040
                               ELSE
                               IF NIVEL-ATUAL > 1 THEN
                                   PERFORM BALCAO-LEVANTAMENTO
                               ELSE
                                   DISPLAY "Opcao reservada a" &
                                   " operadores de gestao!"
                                   FOREGROUND-COLOR 4 HIGHLIGHT
                                   AT 1003
                               END-IF
                               END-IF
                           WHEN "T"
                               IF EXEMPLAR-POLO-DESTINO = POLO-ATUAL
                               THEN
                                   MOVE 10 TO LINHA
                                   PERFORM
                                   TRANSFERENCIA-RECEBER-EXEMPLAR
                               ELSE
                                   DISPLAY "Exemplar em transito para" &
                                   " o polo:"
                                   FOREGROUND-COLOR 4 HIGHLIGHT
                                   AT 1003
                                   DISPLAY EXEMPLAR-POLO-DESTINO
                                   FOREGROUND-COLOR 4 HIGHLIGHT
                                   AT 1037
                               END-IF
                           WHEN "A"
                               DISPLAY "Devolver (D) ou Renovar (R):"
                               AT 0903 FOREGROUND-COLOR 3 HIGHLIGHT
                               PERFORM WITH TEST AFTER UNTIL
                               OPCAO-BALCAO = "D" OR = "R"
                                   ACCEPT OPCAO-BALCAO
                                   AUTO HIGHLIGHT AT 0932
                                   IF NOT (OPCAO-BALCAO = "D" OR = "R")
                                   THEN
                                       DISPLAY "Opcao invalida!"
                                       FOREGROUND-COLOR 4 HIGHLIGHT
                                       AT 0935
                                   ELSE
                                       DISPLAY "               " AT 0935
                                   END-IF
                               END-PERFORM
                               IF OPCAO-BALCAO = "R" THEN
                                   PERFORM BALCAO-RENOVACAO
                               ELSE
                                   PERFORM BALCAO-DEVOLUCAO
                               END-IF
                           WHEN OTHER
                               DISPLAY "Exemplar fora de circulacao!"
                               FOREGROUND-COLOR 4 HIGHLIGHT AT 1003
                               DISPLAY "Estado:"
                               AT 1203 FOREGROUND-COLOR 3 HIGHLIGHT
                               DISPLAY EXEMPLAR-ESTADO
                               HIGHLIGHT AT 1211
                       END-EVALUATE
                   END-IF

                   DISPLAY "Prima ENTER para continuar."
                   HIGHLIGHT AT 2003
                   ACCEPT OMITTED AT 2031
               END-IF
           END-PERFORM.

           MOVE "N" TO REPETIR-MENU.
      ******************************************************************
       BALCAO-LEVANTAMENTO.
           DISPLAY "Levantamento"
           FOREGROUND-COLOR 3 HIGHLIGHT AT 1003.

           DISPLAY "Codigo de Cliente:"
           AT 1203 FOREGROUND-COLOR 3 HIGHLIGHT.

           ACCEPT CLIENTE-COD AUTO HIGHLIGHT AT 1222.
           DISPLAY CLIENTE-COD HIGHLIGHT AT 1222.

           READ FIC-CLIENTES
               INVALID KEY
                   MOVE "N" TO EXISTE
               NOT INVALID KEY
                   MOVE "S" TO EXISTE
           END-READ.

           IF (EXISTE = "N") THEN
               DISPLAY "Cliente nao existe!"
               FOREGROUND-COLOR 4 HIGHLIGHT AT 1228
           ELSE
               DISPLAY NOME HIGHLIGHT AT 1229

               PERFORM OBTER-CATEGORIA-CLIENTE
               PERFORM CONTAR-ALUGUERES-CLIENTE
               PERFORM CALCULAR-SALDO-MULTAS
               PERFORM VERIFICAR-QUOTA-CLIENTE

               IF NUM-ALUGUERES-CLIENTE >=
               LIMITE-ALUGUERES-EFETIVO THEN
                   DISPLAY "Cliente atingiu o limite de" &
                   " alugueres em curso!"
                   FOREGROUND-COLOR 4 HIGHLIGHT AT 1403
               ELSE
                   IF SALDO-MULTAS-CLIENTE > LIMITE-MULTAS-EUR THEN
                       DISPLAY "Cliente com multas por pagar" &
                       " acima do limite!"
                       FOREGROUND-COLOR 4 HIGHLIGHT AT 1403
                   ELSE
                   IF QUOTA-VALIDA = "N" THEN
                       DISPLAY "Quota do cliente caducada!" &
                       " Renove a inscricao."
                       FOREGROUND-COLOR 4 HIGHLIGHT AT 1403
                   ELSE
                       PERFORM BALCAO-CRIAR-ALUGUER
                   END-IF
                   END-IF
               END-IF
           END-IF.
      ******************************************************************
       BALCAO-CRIAR-ALUGUER.
           PERFORM OBTER-PROXIMO-ALUGUER.
           MOVE PROXIMO-ALUGUER-COD TO ALUGUER-COD.
           MOVE CLIENTE-COD TO ALUGUER-CLIENTE-COD.
           MOVE EXEMPLAR-LIVRO-COD TO ALUGUER-LIVRO-COD.
           MOVE EXEMPLAR-NUM TO ALUGUER-EXEMPLAR-NUM.
           MOVE ANO-SISTEMA TO ANO-ALUGUER.
           MOVE MES-SISTEMA TO MES-ALUGUER.
           MOVE DIA-SISTEMA TO DIA-ALUGUER.
           MOVE 0 TO ANO-ENTREGA.
           MOVE 0 TO MES-ENTREGA.
           MOVE 0 TO DIA-ENTREGA.
           MOVE "A" TO SITUACAO.
           MOVE 0 TO ALUGUER-RENOVACOES.
           PERFORM CALCULAR-DATA-PREVISTA.

           MOVE ALUGUER-LIVRO-COD TO LIVRO-COD.
           READ FIC-LIVROS
               INVALID KEY
                   MOVE 0 TO LIVRO-TEMA-COD
           END-READ.
           PERFORM OBTER-TARIFA-LIVRO.
           COMPUTE VALOR-ALUGUER =
           PRAZO-EFETIVO-DIAS * VALOR-TARIFA-DIA.
           MOVE VALOR-ALUGUER TO ALUGUER-VALOR.
           MOVE POLO-ATUAL TO ALUGUER-POLO.

           WRITE REGISTO-ALUGUER
               INVALID KEY
                   DISPLAY "Erro ao criar aluguer!"
                   FOREGROUND-COLOR 4 HIGHLIGHT AT 1403
               NOT INVALID KEY
                   DISPLAY "Aluguer criado com sucesso! C.Al:"
                   HIGHLIGHT AT 1403
                   DISPLAY ALUGUER-COD HIGHLIGHT AT 1437
                   MOVE "ALUGUERES" TO AUDITORIA-FICHEIRO
                   MOVE "WRITE" TO AUDITORIA-OPERACAO
                   MOVE ALUGUER-COD TO AUDITORIA-CHAVE
                   PERFORM REGISTAR-AUDITORIA
                   MOVE ALUGUER-LIVRO-COD TO EXEMPLAR-LIVRO-COD
                   MOVE ALUGUER-EXEMPLAR-NUM TO EXEMPLAR-NUM
                   MOVE "A" TO NOVO-ESTADO-EXEMPLAR
                   PERFORM EXEMPLAR-MUDAR-ESTADO
                   MOVE VALOR-ALUGUER TO VALOR-TRABALHO
                   PERFORM FORMATAR-VALOR
                   DISPLAY "Valor Estimado (Eur):"
                   FOREGROUND-COLOR 3 HIGHLIGHT AT 1603
                   DISPLAY VALOR-FORMATADO HIGHLIGHT AT 1625
                   DISPLAY "Data Prevista:"
                   FOREGROUND-COLOR 3 HIGHLIGHT AT 1640
                   DISPLAY DATA-PREVISTA HIGHLIGHT AT 1655
           END-WRITE.
      ******************************************************************
       BALCAO-DEVOLUCAO.
           DISPLAY "Devolucao"
           FOREGROUND-COLOR 3 HIGHLIGHT AT 1003.

           PERFORM PROCURAR-ALUGUER-EXEMPLAR.

           IF (ALUGUER-ABERTO-ENCONTRADO = "N") THEN
               DISPLAY "Aluguer ativo nao encontrado! Verifique" &
               " a integridade."
               FOREGROUND-COLOR 4 HIGHLIGHT AT 1203
           ELSE
               MOVE "D" TO SITUACAO
               MOVE ANO-SISTEMA TO ANO-ENTREGA
               MOVE MES-SISTEMA TO MES-ENTREGA
               MOVE DIA-SISTEMA TO DIA-ENTREGA

               PERFORM CALCULAR-MULTA

               MOVE ALUGUER-LIVRO-COD TO LIVRO-COD
               READ FIC-LIVROS
                   INVALID KEY
                       MOVE 0 TO LIVRO-TEMA-COD
               END-READ
               PERFORM OBTER-TARIFA-LIVRO
               PERFORM CALCULAR-VALOR-ALUGUER
               MOVE VALOR-ALUGUER TO ALUGUER-VALOR

               REWRITE REGISTO-ALUGUER
                   INVALID KEY
                       DISPLAY "Erro ao devolver!"
                       FOREGROUND-COLOR 4 HIGHLIGHT AT 1203
                   NOT INVALID KEY
                       DISPLAY "Livro devolvido com sucesso! C.Al:"
                       HIGHLIGHT AT 1203
                       DISPLAY ALUGUER-COD HIGHLIGHT AT 1238
                       MOVE "ALUGUERES" TO AUDITORIA-FICHEIRO
                       MOVE "REWRITE" TO AUDITORIA-OPERACAO
                       MOVE ALUGUER-COD TO AUDITORIA-CHAVE
                       PERFORM REGISTAR-AUDITORIA
                       MOVE ALUGUER-LIVRO-COD TO EXEMPLAR-LIVRO-COD
                       MOVE ALUGUER-EXEMPLAR-NUM TO EXEMPLAR-NUM
                       MOVE 11 TO LINHA
                       PERFORM DEVOLUCAO-AVALIAR-EXEMPLAR
                       MOVE VALOR-ALUGUER TO VALOR-TRABALHO
                       PERFORM FORMATAR-VALOR
                       DISPLAY "Valor do Aluguer (Eur):"
                       FOREGROUND-COLOR 3 HIGHLIGHT AT 1403
                       DISPLAY VALOR-FORMATADO HIGHLIGHT AT 1427
                       DISPLAY "Meio de Pagamento (N/C/M):"
                       FOREGROUND-COLOR 3 HIGHLIGHT AT 1440
                       PERFORM WITH TEST AFTER UNTIL
                       MEIO-PAGAMENTO = "N" OR = "C" OR = "M"
                           ACCEPT MEIO-PAGAMENTO
                           AUTO HIGHLIGHT AT 1468
                           IF NOT (MEIO-PAGAMENTO = "N" OR = "C"
                           OR = "M") THEN
                               DISPLAY "Meio invalido!"
                               FOREGROUND-COLOR 4 HIGHLIGHT AT 1472
                           ELSE
                               DISPLAY "              " AT 1472
                           END-IF
                       END-PERFORM
                       MOVE "A" TO MOVIMENTO-TIPO
                       MOVE ALUGUER-COD TO MOVIMENTO-REF-COD
                       MOVE ALUGUER-CLIENTE-COD
                       TO MOVIMENTO-CLIENTE-COD
                       MOVE ALUGUER-VALOR TO MOVIMENTO-VALOR
                       MOVE MEIO-PAGAMENTO TO MOVIMENTO-MEIO
                       PERFORM REGISTAR-MOVIMENTO
                       IF (MOVIMENTO-GRAVADO = "S") THEN
                           DISPLAY "Recibo N:"
                           FOREGROUND-COLOR 3 HIGHLIGHT AT 1503
                           DISPLAY MOVIMENTO-COD HIGHLIGHT AT 1513
                       ELSE
                           DISPLAY "Erro ao registar recibo!"
                           FOREGROUND-COLOR 4 HIGHLIGHT AT 1503
                       END-IF
               END-REWRITE

               IF DIAS-ATRASO > 0 THEN
                   PERFORM REGISTAR-MULTA
                   MOVE VALOR-MULTA TO VALOR-TRABALHO
                   PERFORM FORMATAR-VALOR
                   DISPLAY "Entrega em atraso! Multa registada" &
                   " (Eur):"
                   FOREGROUND-COLOR 4 HIGHLIGHT AT 1603
                   DISPLAY VALOR-FORMATADO
                   FOREGROUND-COLOR 4 HIGHLIGHT AT 1645
               END-IF

               PERFORM VERIFICAR-LISTA-ESPERA
               IF (ESPERA-ENCONTRADA = "S") THEN
                   DISPLAY "Livro reservado! Proximo cliente na" &
                   " lista de espera:"
                   FOREGROUND-COLOR 3 HIGHLIGHT AT 1803
                   DISPLAY ESPERA-CLIENTE-COD
                   HIGHLIGHT AT 1840
                   DISPLAY NOME
                   HIGHLIGHT AT 1846
               END-IF
               PERFORM DEVOLUCAO-ENCAMINHAR-EXEMPLAR
               IF (TRANSFERENCIA-CRIADA = "S") THEN
                   DISPLAY "Exemplar em transito para o polo:"
                   FOREGROUND-COLOR 3 HIGHLIGHT AT 1903
                   DISPLAY EXEMPLAR-POLO-DESTINO HIGHLIGHT AT 1937
               END-IF
           END-IF.
      ******************************************************************
       BALCAO-RENOVACAO.
           DISPLAY "Renovacao"
           FOREGROUND-COLOR 3 HIGHLIGHT AT 1003.

           PERFORM PROCURAR-ALUGUER-EXEMPLAR.

           IF (ALUGUER-ABERTO-ENCONTRADO = "N") THEN
               DISPLAY "Aluguer ativo nao encontrado! Verifique" &
               " a integridade."
               FOREGROUND-COLOR 4 HIGHLIGHT AT 1203
           ELSE
               DISPLAY "C.Al:" FOREGROUND-COLOR 3 HIGHLIGHT AT 1203
               DISPLAY ALUGUER-COD HIGHLIGHT AT 1209
               DISPLAY "C.Cl:" FOREGROUND-COLOR 3 HIGHLIGHT AT 1217
               DISPLAY ALUGUER-CLIENTE-COD HIGHLIGHT AT 1223
               DISPLAY "Prevista:" FOREGROUND-COLOR 3 HIGHLIGHT AT 1231
               DISPLAY DATA-PREVISTA HIGHLIGHT AT 1241
               DISPLAY "Renovacoes:"
               FOREGROUND-COLOR 3 HIGHLIGHT AT 1254
               DISPLAY ALUGUER-RENOVACOES HIGHLIGHT AT 1266

               PERFORM VALIDAR-RENOVACAO
               IF (RENOVACAO-VALIDA = "N") THEN
                   DISPLAY MOTIVO-RENOVACAO
                   FOREGROUND-COLOR 4 HIGHLIGHT AT 1403
               ELSE
                   PERFORM REGISTAR-RENOVACAO
                   IF (RENOVACAO-VALIDA = "S") THEN
                       DISPLAY "Aluguer renovado! Nova Data Prevista:"
                       HIGHLIGHT AT 1403
                       DISPLAY DATA-PREVISTA HIGHLIGHT AT 1441
                   ELSE
                       DISPLAY "Erro ao renovar aluguer!"
                       FOREGROUND-COLOR 4 HIGHLIGHT AT 1403
                   END-IF
               END-IF
           END-IF.
      ******************************************************************
       PROCURAR-ALUGUER-EXEMPLAR.
           MOVE "N" TO ALUGUER-ABERTO-ENCONTRADO.
           MOVE "N" TO FIM-PESQUISA-ALUGUER.
           MOVE 0 TO ALUGUER-COD.
           START FIC-ALUGUERES KEY > ALUGUER-COD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF FS <> "05" AND FS <> "23" THEN
                       PERFORM UNTIL FIM-PESQUISA-ALUGUER = "S"
                       OR ALUGUER-ABERTO-ENCONTRADO = "S"
                           READ FIC-ALUGUERES NEXT RECORD
                               AT END
                                   MOVE "S" TO FIM-PESQUISA-ALUGUER
                               NOT AT END
                                   IF SITUACAO = "A" AND
                                   ALUGUER-LIVRO-COD =
                                   EXEMPLAR-LIVRO-COD AND
                                   ALUGUER-EXEMPLAR-NUM = EXEMPLAR-NUM
                                   THEN
                                       MOVE "S" TO
                                       ALUGUER-ABERTO-ENCONTRADO
                                   END-IF
                           END-READ
                       END-PERFORM
                   END-IF
           END-START.
      ******************************************************************
       OBTER-PROXIMO-ALUGUER.
           MOVE "ALUGUERES" TO TIPO-NUMERADOR.
           PERFORM NUMERADOR-RESERVAR.
           IF (NUMERADOR-NOVO = "S") THEN
               PERFORM APURAR-PROXIMO-ALUGUER
               MOVE PROXIMO-ALUGUER-COD TO NUMERADOR-PROXIMO
           END-IF.
           PERFORM NUMERADOR-AVANCAR.
           MOVE NUMERADOR-ATRIBUIDO TO PROXIMO-ALUGUER-COD.
      ******************************************************************
       APURAR-PROXIMO-ALUGUER.
           MOVE 1 TO PROXIMO-ALUGUER-COD.
           MOVE 0 TO ALUGUER-COD.
           START FIC-ALUGUERES KEY > ALUGUER-COD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF FS <> "05" AND FS <> "23" THEN
                       PERFORM UNTIL FS = "10"
                           READ FIC-ALUGUERES NEXT RECORD
                               NOT AT END
                                   MOVE ALUGUER-COD
                                   TO PROXIMO-ALUGUER-COD
                                   ADD 1 TO PROXIMO-ALUGUER-COD
                           END-READ
                       END-PERFORM
                   END-IF
           END-START.
      ******************************************************************
      ******************************************************************
      ******************************************************************
       CALCULAR-DATA-PREVISTA.
           COMPUTE DATA-JULIANA = ANO-ALUGUER * 10000
                                 + MES-ALUGUER * 100
                                 + DIA-ALUGUER.
           COMPUTE JULIANO-TESTE =
               FUNCTION INTEGER-OF-DATE(DATA-JULIANA)
               + PRAZO-EFETIVO-DIAS.
           PERFORM AJUSTAR-DIA-ABERTO.
           MOVE FUNCTION DATE-OF-INTEGER(JULIANO-TESTE) TO DATA-JULIANA.
           DIVIDE DATA-JULIANA BY 10000 GIVING ANO-PREVISTA
                                        REMAINDER RESTO-DATA.
           DIVIDE RESTO-DATA BY 100 GIVING MES-PREVISTA
                                    REMAINDER DIA-PREVISTA.
      ******************************************************************
       PROLONGAR-DATA-PREVISTA.
           COMPUTE DATA-JULIANA = ANO-PREVISTA * 10000
                                 + MES-PREVISTA * 100
                                 + DIA-PREVISTA.
           COMPUTE JULIANO-TESTE =
               FUNCTION INTEGER-OF-DATE(DATA-JULIANA)
               + PRAZO-EFETIVO-DIAS.
           PERFORM AJUSTAR-DIA-ABERTO.
           MOVE FUNCTION DATE-OF-INTEGER(JULIANO-TESTE) TO DATA-JULIANA.
           DIVIDE DATA-JULIANA BY 10000 GIVING ANO-PREVISTA
                                        REMAINDER RESTO-DATA.
           DIVIDE RESTO-DATA BY 100 GIVING MES-PREVISTA
                                    REMAINDER DIA-PREVISTA.
      ******************************************************************
      ******************************************************************
      ******************************************************************
       CALCULAR-MULTA.
           PERFORM OBTER-CATEGORIA-ALUGUER.
           COMPUTE DATA-JULIANA = ANO-PREVISTA * 10000
                                 + MES-PREVISTA * 100
                                 + DIA-PREVISTA.
           COMPUTE JULIANO-PREVISTA =
               FUNCTION INTEGER-OF-DATE(DATA-JULIANA).
           COMPUTE DATA-JULIANA = ANO-ENTREGA * 10000
                                 + MES-ENTREGA * 100
                                 + DIA-ENTREGA.
           COMPUTE JULIANO-ENTREGA =
               FUNCTION INTEGER-OF-DATE(DATA-JULIANA).
           IF JULIANO-ENTREGA > JULIANO-PREVISTA THEN
               MOVE JULIANO-ENTREGA TO JULIANO-FIM
               PERFORM CONTAR-DIAS-ABERTOS
               COMPUTE VALOR-MULTA = DIAS-ATRASO * TAXA-MULTA-EFETIVA
           ELSE
               MOVE 0 TO DIAS-ATRASO
               MOVE 0 TO VALOR-MULTA
           END-IF.
      ******************************************************************
      ******************************************************************
      ******************************************************************
       CALCULAR-ATRASO-HOJE.
           IF ANO-PREVISTA = 0 THEN
               MOVE 0 TO DIAS-ATRASO
               MOVE 0 TO VALOR-MULTA
           ELSE
               COMPUTE DATA-JULIANA = ANO-PREVISTA * 10000
                                     + MES-PREVISTA * 100
                                     + DIA-PREVISTA
               COMPUTE JULIANO-PREVISTA =
                   FUNCTION INTEGER-OF-DATE(DATA-JULIANA)
               IF JULIANO-HOJE > JULIANO-PREVISTA THEN
                   PERFORM OBTER-CATEGORIA-ALUGUER
                   MOVE JULIANO-HOJE TO JULIANO-FIM
                   PERFORM CONTAR-DIAS-ABERTOS
                   COMPUTE VALOR-MULTA =
                       DIAS-ATRASO * TAXA-MULTA-EFETIVA
               ELSE
                   MOVE 0 TO DIAS-ATRASO
                   MOVE 0 TO VALOR-MULTA
               END-IF
           END-IF.
      ****** CALENDARIO DE ENCERRAMENTOS *******************************
       VERIFICAR-DIA-ABERTO.
           MOVE "S" TO DIA-ABERTO.
           MOVE SPACES TO MOTIVO-DIA-FECHADO.
           DIVIDE JULIANO-TESTE BY 7 GIVING QUOCIENTE-SEMANA
                                     REMAINDER DIA-SEMANA.
           IF DIA-SEMANA = 0 THEN
               MOVE 7 TO DIA-SEMANA
           END-IF.
           IF FECHO-SEMANAL-DIA(DIA-SEMANA) = "S" THEN
               MOVE "N" TO DIA-ABERTO
               MOVE "Fecho semanal" TO MOTIVO-DIA-FECHADO
           ELSE
               MOVE FUNCTION DATE-OF-INTEGER(JULIANO-TESTE)
               TO DATA-TESTE
               MOVE DATA-TESTE TO CALENDARIO-DATA
               READ FIC-CALENDARIO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "N" TO DIA-ABERTO
                       MOVE CALENDARIO-MOTIVO TO MOTIVO-DIA-FECHADO
               END-READ
           END-IF.
      ******************************************************************
       AJUSTAR-DIA-ABERTO.
           MOVE 0 TO NUM-DIAS-PESQUISA.
           PERFORM VERIFICAR-DIA-ABERTO.
           PERFORM UNTIL DIA-ABERTO = "S" OR NUM-DIAS-PESQUISA > 365
               ADD 1 TO JULIANO-TESTE
               ADD 1 TO NUM-DIAS-PESQUISA
               PERFORM VERIFICAR-DIA-ABERTO
           END-PERFORM.
      ******************************************************************
       CONTAR-DIAS-ABERTOS.
           MOVE 0 TO DIAS-ATRASO.
           COMPUTE JULIANO-TESTE = JULIANO-PREVISTA + 1.
           PERFORM UNTIL JULIANO-TESTE > JULIANO-FIM OR
           DIAS-ATRASO = 999
               PERFORM VERIFICAR-DIA-ABERTO
               IF DIA-ABERTO = "S" THEN
                   ADD 1 TO DIAS-ATRASO
               END-IF
               ADD 1 TO JULIANO-TESTE
           END-PERFORM.
      ******************************************************************
      ******************************************************************
      ******************************************************************
       OBTER-TARIFA-LIVRO.
           IF LIVRO-TEMA-COD = SPACES THEN
               MOVE 0 TO TARIFA-TEMA-COD
           ELSE
               MOVE LIVRO-TEMA-COD TO TARIFA-TEMA-COD
           END-IF.
           READ FIC-TARIFAS
               INVALID KEY
                   MOVE 0 TO TARIFA-TEMA-COD
                   READ FIC-TARIFAS
                       INVALID KEY
                           MOVE TARIFA-PADRAO TO VALOR-TARIFA-DIA
                       NOT INVALID KEY
                           MOVE TARIFA-DIA TO VALOR-TARIFA-DIA
                   END-READ
               NOT INVALID KEY
                   MOVE TARIFA-DIA TO VALOR-TARIFA-DIA
           END-READ.
           IF DESCONTO-EFETIVO > 0 THEN
               COMPUTE VALOR-TARIFA-DIA ROUNDED = VALOR-TARIFA-DIA *
                   (100 - DESCONTO-EFETIVO) / 100
           END-IF.
      ******************************************************************
       CALCULAR-VALOR-ALUGUER.
           COMPUTE DATA-JULIANA = ANO-ALUGUER * 10000
                                 + MES-ALUGUER * 100
                                 + DIA-ALUGUER.
           COMPUTE JULIANO-LEVANTAMENTO =
               FUNCTION INTEGER-OF-DATE(DATA-JULIANA).
           COMPUTE DATA-JULIANA = ANO-ENTREGA * 10000
                                 + MES-ENTREGA * 100
                                 + DIA-ENTREGA.
           COMPUTE JULIANO-ENTREGA =
               FUNCTION INTEGER-OF-DATE(DATA-JULIANA).
           IF JULIANO-ENTREGA > JULIANO-LEVANTAMENTO THEN
               COMPUTE DIAS-ALUGUER =
                   JULIANO-ENTREGA - JULIANO-LEVANTAMENTO
           ELSE
               MOVE 1 TO DIAS-ALUGUER
           END-IF.
           COMPUTE VALOR-ALUGUER = DIAS-ALUGUER * VALOR-TARIFA-DIA.
      ******************************************************************
      ******************************************************************
      ******************************************************************
       REGISTAR-MULTA.
           PERFORM OBTER-PROXIMA-MULTA.
           MOVE PROXIMA-MULTA-COD TO MULTA-COD.
           MOVE ALUGUER-COD TO MULTA-ALUGUER-COD.
           MOVE ALUGUER-CLIENTE-COD TO MULTA-CLIENTE-COD.
           MOVE ALUGUER-LIVRO-COD TO MULTA-LIVRO-COD.
           MOVE ANO-PREVISTA TO MULTA-ANO-PREVISTA.
           MOVE MES-PREVISTA TO MULTA-MES-PREVISTA.
           MOVE DIA-PREVISTA TO MULTA-DIA-PREVISTA.
           MOVE ANO-ENTREGA TO MULTA-ANO-ENTREGA.
           MOVE MES-ENTREGA TO MULTA-MES-ENTREGA.
           MOVE DIA-ENTREGA TO MULTA-DIA-ENTREGA.
           MOVE DIAS-ATRASO TO MULTA-DIAS-ATRASO.
           MOVE VALOR-MULTA TO MULTA-VALOR.
           MOVE "N" TO MULTA-ESTADO.
           MOVE 0 TO MULTA-ANO-PAGAMENTO.
           MOVE 0 TO MULTA-MES-PAGAMENTO.
           MOVE 0 TO MULTA-DIA-PAGAMENTO.
           MOVE OPERADOR-ATUAL TO MULTA-OPERADOR.
           WRITE REGISTO-MULTAS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "MULTAS" TO AUDITORIA-FICHEIRO
                   MOVE "WRITE" TO AUDITORIA-OPERACAO
                   MOVE MULTA-COD TO AUDITORIA-CHAVE
                   PERFORM REGISTAR-AUDITORIA
           END-WRITE.
      ******************************************************************
       OBTER-PROXIMA-MULTA.
           MOVE "MULTAS" TO TIPO-NUMERADOR.
           PERFORM NUMERADOR-RESERVAR.
           IF (NUMERADOR-NOVO = "S") THEN
               PERFORM APURAR-PROXIMA-MULTA
               MOVE PROXIMA-MULTA-COD TO NUMERADOR-PROXIMO
           END-IF.
           PERFORM NUMERADOR-AVANCAR.
           MOVE NUMERADOR-ATRIBUIDO TO PROXIMA-MULTA-COD.
      ******************************************************************
       APURAR-PROXIMA-MULTA.
           MOVE 1 TO PROXIMA-MULTA-COD.
           MOVE 0 TO MULTA-COD.
           START FIC-MULTAS KEY > MULTA-COD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF FS <> "05" AND FS <> "23" THEN
                       PERFORM UNTIL FS = "10"
                           READ FIC-MULTAS NEXT RECORD
                               NOT AT END
                                   MOVE MULTA-COD TO PROXIMA-MULTA-COD
                                   ADD 1 TO PROXIMA-MULTA-COD
                           END-READ
                       END-PERFORM
                   END-IF
           END-START.
      ******************************************************************
      ******************************************************************
      ******************************************************************
       MENU-ESPERA.
           PERFORM UNTIL SAIR = "S"
               PERFORM BASE
               DISPLAY "Menu Lista de Espera" HIGHLIGHT AT 0217
               DISPLAY "Gestao da Lista de Espera"
               FOREGROUND-COLOR 3 HIGHLIGHT AT 0545
               DISPLAY "o-----------------------o"
               FOREGROUND-COLOR 3 AT 0642
               IF NIVEL-ATUAL > 1 THEN
                   DISPLAY "Novo -------------- 1" HIGHLIGHT AT 0744
                   DISPLAY "Eliminar ---------- 2" HIGHLIGHT AT 0844
               END-IF
               DISPLAY "Listagem ---------- 3" HIGHLIGHT AT 0944
               DISPLAY "Menu Alugueres ---- 9" HIGHLIGHT AT 1144
               DISPLAY "[ ]"                   HIGHLIGHT AT 1353
               MOVE "S" TO REPETIR-MENU
               PERFORM UNTIL REPETIR-MENU = "N"
                   ACCEPT ESCOLHA AT 1354 AUTO
                   EVALUATE ESCOLHA
                       WHEN 1
                           IF NIVEL-ATUAL > 1 THEN
                               PERFORM ESPERA-NOVO
                           ELSE
                               PERFORM ACESSO-NEGADO
                           END-IF
                       WHEN 2
                           IF NIVEL-ATUAL > 1 THEN
                               PERFORM ESPERA-ELIMINAR
                           ELSE
                               PERFORM ACESSO-NEGADO
                           END-IF
                       WHEN 3 PERFORM ESPERA-LISTAGEM
                       WHEN 9
                           MOVE "S" TO SAIR
                           MOVE "N" TO REPETIR-MENU
                       WHEN OTHER
                           DISPLAY "Escolha invalida!" AT 1546
                           FOREGROUND-COLOR 4 HIGHLIGHT
                           MOVE "S" TO REPETIR-MENU
                   END-EVALUATE
               END-PERFORM
           END-PERFORM.
           MOVE "N" TO SAIR.
           MOVE "N" TO REPETIR-MENU.
      ******************************************************************
       ESPERA-NOVO.
           PERFORM BASE.
           DISPLAY "Nova Reserva" HIGHLIGHT AT 0217.

           DISPLAY "Por favor preencha o seguinte campo:" AT 0403
           HIGHLIGHT.

           DISPLAY "Codigo da Reserva:"
           AT 0603 FOREGROUND-COLOR 3 HIGHLIGHT.
           DISPLAY "(automatico)" HIGHLIGHT AT 0622.

           DISPLAY "Codigo do Livro:"
           AT 0803 FOREGROUND-COLOR 3 HIGHLIGHT.

           DISPLAY "Deixe em branco para retroceder."
           AT 1003 HIGHLIGHT.

           ACCEPT ESPERA-LIVRO-COD AUTO HIGHLIGHT AT 0820.
           DISPLAY ESPERA-LIVRO-COD HIGHLIGHT AT 0820.
           DISPLAY "                                " AT 1003.

           IF ESPERA-LIVRO-COD = SPACES THEN
               DISPLAY "00000" AT 0820 HIGHLIGHT
           ELSE
               DISPLAY "Por favor preencha os seguintes campos:"
               AT 0403 HIGHLIGHT
               DISPLAY "Codigo de Cliente:"
               AT 1003 FOREGROUND-COLOR 3 HIGHLIGHT

               MOVE "N" TO LIVRO-DISPONIVEL
               MOVE ESPERA-LIVRO-COD TO LIVRO-COD
               READ FIC-LIVROS KEY LIVRO-COD
                   INVALID KEY
                       MOVE "N" TO EXISTE
                   NOT INVALID KEY
                       MOVE "S" TO EXISTE
               END-READ
               IF (EXISTE = "N") THEN
                   DISPLAY "Livro nao existe! Por favor" &
                   " atualize a base de dados!"
                   FOREGROUND-COLOR 4 HIGHLIGHT AT 0826
               ELSE
                   PERFORM CONTAR-EXEMPLARES-DISPONIVEIS
                   IF NUM-EXEMPLARES-DISPONIVEIS > 0 THEN
                       DISPLAY "Ha exemplares disponiveis! " &
                       "Reserva desnecessaria."
                       FOREGROUND-COLOR 4 HIGHLIGHT AT 0826
                       MOVE "S" TO LIVRO-DISPONIVEL
                   END-IF
               END-IF
               DISPLAY ESPERA-LIVRO-COD HIGHLIGHT AT 0820

               PERFORM WITH TEST AFTER UNTIL
               ESPERA-CLIENTE-COD > SPACES
                   ACCEPT ESPERA-CLIENTE-COD AUTO HIGHLIGHT AT 1022
                   IF ESPERA-CLIENTE-COD = SPACES THEN
                       DISPLAY "Cliente invalido! "
                       FOREGROUND-COLOR 4 HIGHLIGHT AT 1028
                   ELSE
                       DISPLAY "                  " AT 1028
                   END-IF
               END-PERFORM
               MOVE ESPERA-CLIENTE-COD TO CLIENTE-COD
               READ FIC-CLIENTES KEY CLIENTE-COD
                   INVALID KEY
                       MOVE "N" TO EXISTE
                   NOT INVALID KEY
                       MOVE "S" TO EXISTE
               END-READ
               IF (EXISTE = "N") THEN
                   DISPLAY "Cliente nao existe! Por favor" &
                   " atualize a base de dados!"
                   FOREGROUND-COLOR 4 HIGHLIGHT AT 1028
               END-IF
               DISPLAY ESPERA-CLIENTE-COD HIGHLIGHT AT 1022

               IF (EXISTE = "S") AND (LIVRO-DISPONIVEL = "N") THEN
                   DISPLAY "Polo de Levantamento:"
                   AT 1203 FOREGROUND-COLOR 3 HIGHLIGHT
                   MOVE POLO-ATUAL TO ESPERA-POLO
                   DISPLAY ESPERA-POLO HIGHLIGHT AT 1225
                   PERFORM WITH TEST AFTER UNTIL POLO-VALIDO = "S"
                       ACCEPT ESPERA-POLO AUTO HIGHLIGHT AT 1225
                       IF ESPERA-POLO = 0 THEN
                           MOVE POLO-ATUAL TO ESPERA-POLO
                       END-IF
                       MOVE ESPERA-POLO TO POLO-COD
                       PERFORM VALIDAR-POLO
                       IF POLO-VALIDO = "N" THEN
                           DISPLAY "Polo nao existe!              "
                           FOREGROUND-COLOR 4 HIGHLIGHT AT 1230
                       ELSE
                           DISPLAY POLO-NOME HIGHLIGHT AT 1230
                       END-IF
                   END-PERFORM
                   DISPLAY ESPERA-POLO HIGHLIGHT AT 1225
               END-IF

               IF (EXISTE = "N") OR (LIVRO-DISPONIVEL = "S") THEN
                   DISPLAY "Reserva nao criada!"
                   FOREGROUND-COLOR 4 HIGHLIGHT AT 1403
               ELSE
                   MOVE ANO-SISTEMA TO ANO-ESPERA
                   MOVE MES-SISTEMA TO MES-ESPERA
                   MOVE DIA-SISTEMA TO DIA-ESPERA

                   MOVE REGISTO-ESPERA TO ESPERA-REGISTO-TEMP
                   PERFORM OBTER-PROXIMA-ESPERA
                   MOVE ESPERA-REGISTO-TEMP TO REGISTO-ESPERA
                   MOVE PROXIMA-ESPERA-COD TO ESPERA-COD
                   DISPLAY "            " AT 0622
                   DISPLAY ESPERA-COD HIGHLIGHT AT 0622

                   WRITE REGISTO-ESPERA
                       INVALID KEY
                           DISPLAY "Erro ao criar reserva!"
                           FOREGROUND-COLOR 4 HIGHLIGHT AT 1403
                       NOT INVALID KEY
                           DISPLAY "Reserva criada com sucesso!"
                           HIGHLIGHT AT 1403
                           MOVE "ESPERA" TO AUDITORIA-FICHEIRO
                           MOVE "WRITE" TO AUDITORIA-OPERACAO
                           MOVE ESPERA-COD TO AUDITORIA-CHAVE
                           PERFORM REGISTAR-AUDITORIA
                   END-WRITE
               END-IF
           END-IF.

           DISPLAY "Prima ENTER para continuar.            "
           HIGHLIGHT AT 0403.
           ACCEPT OMITTED AT 0430.
           MOVE "N" TO REPETIR-MENU.
      ******************************************************************
       OBTER-PROXIMA-ESPERA.
           MOVE "ESPERA" TO TIPO-NUMERADOR.
           PERFORM NUMERADOR-RESERVAR.
           IF (NUMERADOR-NOVO = "S") THEN
               PERFORM APURAR-PROXIMA-ESPERA
               MOVE PROXIMA-ESPERA-COD TO NUMERADOR-PROXIMO
           END-IF.
           PERFORM NUMERADOR-AVANCAR.
           MOVE NUMERADOR-ATRIBUIDO TO PROXIMA-ESPERA-COD.
      ******************************************************************
       APURAR-PROXIMA-ESPERA.
           MOVE 1 TO PROXIMA-ESPERA-COD.
           MOVE 0 TO ESPERA-COD.
           START FIC-ESPERA KEY > ESPERA-COD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF FS <> "05" AND FS <> "23" THEN
                       PERFORM UNTIL FS = "10"
                           READ FIC-ESPERA NEXT RECORD
                               NOT AT END
                                   MOVE ESPERA-COD TO PROXIMA-ESPERA-COD
                                   ADD 1 TO PROXIMA-ESPERA-COD
                           END-READ
                       END-PERFORM
                   END-IF
           END-START.
      ******************************************************************
       ESPERA-ELIMINAR.
           PERFORM BASE.
           DISPLAY "Eliminar Reserva" HIGHLIGHT AT 0217.

           DISPLAY "Por favor preencha o seguinte campo:" AT 0403
           HIGHLIGHT.
           DISPLAY "Codigo da Reserva:"
           AT 0603 FOREGROUND-COLOR 3 HIGHLIGHT.

           DISPLAY "Deixe em branco para retroceder."
           AT 0803 HIGHLIGHT.

           ACCEPT ESPERA-COD AUTO HIGHLIGHT AT 0622.
           DISPLAY ESPERA-COD HIGHLIGHT AT 0622.
           DISPLAY "                                " AT 0803.

           READ FIC-ESPERA
               INVALID KEY
                   MOVE "N" TO EXISTE
               NOT INVALID KEY
                   MOVE "S" TO EXISTE
           END-READ.

           IF (EXISTE = "N") THEN
               IF ESPERA-COD = SPACES THEN
                   DISPLAY "00000" HIGHLIGHT AT 0622
               ELSE
                   DISPLAY "Reserva nao existe!"
                   FOREGROUND-COLOR 4 HIGHLIGHT AT 0628
               END-IF
           ELSE
               DELETE FIC-ESPERA
                   INVALID KEY
                       DISPLAY "Erro ao eliminar reserva!"
                       FOREGROUND-COLOR 4 HIGHLIGHT AT 0803
                   NOT INVALID KEY
                       DISPLAY "Reserva eliminada com sucesso!"
                       HIGHLIGHT AT 0803
                       MOVE "ESPERA" TO AUDITORIA-FICHEIRO
                       MOVE "DELETE" TO AUDITORIA-OPERACAO
                       MOVE ESPERA-COD TO AUDITORIA-CHAVE
                       PERFORM REGISTAR-AUDITORIA
               END-DELETE
           END-IF.

           DISPLAY "Prima ENTER para continuar.         "
           HIGHLIGHT AT 0403.
           ACCEPT OMITTED AT 0430.
           MOVE "N" TO REPETIR-MENU.
      ******************************************************************
       ESPERA-LISTAGEM.
           PERFORM BASE.
           DISPLAY "Listagem da Lista de Espera" HIGHLIGHT AT 0217.

           DISPLAY "o-------o-----o-----o---------------------------" &
           "--------------------------------------o------------------o"
           AT 0301 FOREGROUND-COLOR 3.

           PERFORM VARYING CONTADOR FROM 4 BY 1 UNTIL CONTADOR > 18
           DISPLAY "|       |                                        " &
           "                                                         |"
           LINE CONTADOR FOREGROUND-COLOR 3
           END-PERFORM.

           DISPLAY "C.Rs." FOREGROUND-COLOR 3 HIGHLIGHT AT 0403.
           DISPLAY "C.Lv." FOREGROUND-COLOR 3 HIGHLIGHT AT 0411.
           DISPLAY "C.Cl." FOREGROUND-COLOR 3 HIGHLIGHT AT 0419.
           DISPLAY "Data" FOREGROUND-COLOR 3 HIGHLIGHT AT 0427.
           DISPLAY "Polo" FOREGROUND-COLOR 3 HIGHLIGHT AT 0439.
           DISPLAY "P." FOREGROUND-COLOR 3 HIGHLIGHT AT 2003.
           DISPLAY "|" FOREGROUND-COLOR 3 AT 2009.
           DISPLAY "o" FOREGROUND-COLOR 3 AT 2109.

           DISPLAY "o-------o----------------------------------------" &
           "---------------------------------------------------------o"
           AT 0501 FOREGROUND-COLOR 3.
           DISPLAY "o-------o----------------------------------------" &
           "---------------------------------------------------------o"
           AT 1901 FOREGROUND-COLOR 3.

           MOVE 1 TO PAGINA.
           MOVE 0 TO ESPERA-COD.
           START FIC-ESPERA KEY > ESPERA-COD
               INVALID KEY
                   DISPLAY "Ficheiro vazio! Prima ENTER para continuar."
                   HIGHLIGHT AT 2011
                   DISPLAY "00" HIGHLIGHT AT 2006
                   ACCEPT OMITTED AT 2054
               NOT INVALID KEY
                   MOVE 6 TO LINHA
                   IF FS <> "05" AND FS <> "23" THEN
                       PERFORM UNTIL FS = "10"
                           READ FIC-ESPERA NEXT RECORD
                               NOT AT END
                                   DISPLAY PAGINA
                                   HIGHLIGHT AT 2006
                                   DISPLAY ESPERA-COD
                                   HIGHLIGHT LINE LINHA COL 3
                                   DISPLAY ESPERA-LIVRO-COD
                                   HIGHLIGHT LINE LINHA COL 11
                                   DISPLAY ESPERA-CLIENTE-COD
                                   HIGHLIGHT LINE LINHA COL 19
                                   DISPLAY DATA-ESPERA
                                   HIGHLIGHT LINE LINHA COL 27
                                   IF ESPERA-POLO IS NOT NUMERIC OR
                                   ESPERA-POLO = 0 THEN
                                       MOVE POLO-SEDE TO ESPERA-POLO
                                   END-IF
                                   DISPLAY ESPERA-POLO
                                   HIGHLIGHT LINE LINHA COL 39
                                   ADD 1 TO LINHA
                                   IF LINHA = 19 THEN
                                       MOVE 6 TO LINHA
                                       DISPLAY
                            "Prima ENTER para mostrar a proxima pagina."
                                       HIGHLIGHT AT 2011
                                       ACCEPT OMITTED AT 2053
                                       ADD 1 TO PAGINA
                                       PERFORM VARYING CONTADOR FROM 6
                                       BY 1 UNTIL CONTADOR > 18
           DISPLAY "|       |                                      " &
           "                                         |"
           LINE CONTADOR FOREGROUND-COLOR 3
                                       END-PERFORM
                                   END-IF
                           END-READ
                       END-PERFORM
                   END-IF
                   DISPLAY "-----" HIGHLIGHT
                   FOREGROUND-COLOR 3 LINE LINHA COL 3
                   DISPLAY "-----------------------------------------" &
                   "-----------------------------------------" &
                   " Fim da Lista" HIGHLIGHT
                   FOREGROUND-COLOR 3 LINE LINHA COL 11
                   DISPLAY "Prima ENTER para continuar.               "
                   HIGHLIGHT AT 2011
                   ACCEPT OMITTED AT 2038
           END-START.

           MOVE "N" TO REPETIR-MENU.
      ******************************************************************
      ******************************************************************
      ******************************************************************
       MENU-EXPORTAR.
           PERFORM UNTIL SAIR = "S"
               PERFORM BASE
               DISPLAY "Menu Exportar" HIGHLIGHT AT 0217
               DISPLAY "     Exportar:     "
               FOREGROUND-COLOR 3 HIGHLIGHT AT 0545
               DISPLAY "o-----------------------o"
               FOREGROUND-COLOR 3 AT 0642
               DISPLAY "Tudo -------------- 1" HIGHLIGHT AT 0744
               DISPLAY "Alugueres --------- 2" HIGHLIGHT AT 0844
               DISPLAY "Formato CSV ------- 3" HIGHLIGHT AT 0944
               DISPLAY "Estatisticas ------ 4" HIGHLIGHT AT 1044
               DISPLAY "Receitas ---------- 5" HIGHLIGHT AT 1144
               IF NIVEL-ATUAL > 1 THEN
                   DISPLAY "Importar ---------- 6" HIGHLIGHT AT 1244
               END-IF
               DISPLAY "Relatorio Anual --- 7" HIGHLIGHT AT 1344
               IF NIVEL-ATUAL > 1 THEN
                   DISPLAY "Contabilidade ----- 8" HIGHLIGHT AT 1444
               END-IF
               DISPLAY "Menu Inicial ------ 9" HIGHLIGHT AT 1544
               DISPLAY "[ ]"                   HIGHLIGHT AT 1653
               MOVE "S" TO REPETIR-MENU
               PERFORM UNTIL REPETIR-MENU = "N"
                   ACCEPT ESCOLHA AT 1654 AUTO
                   EVALUATE ESCOLHA
                       WHEN 1 PERFORM EXPORTAR-TUDO
                       WHEN 2 PERFORM EXPORTAR-ALUGUERES
                       WHEN 3 PERFORM EXPORTAR-CSV
                       WHEN 4 PERFORM EXPORTAR-ESTATISTICAS
                       WHEN 5 PERFORM EXPORTAR-RECEITAS
                       WHEN 6
                           IF NIVEL-ATUAL > 1 THEN
                               PERFORM IMPORTAR-FICHEIRO
                           ELSE
                               PERFORM ACESSO-NEGADO
                           END-IF
                       WHEN 7 PERFORM RELATORIO-ANUAL
                       WHEN 8
                           IF NIVEL-ATUAL > 1 THEN
                               PERFORM EXPORTAR-CONTABIL
                           ELSE
                               PERFORM ACESSO-NEGADO
                           END-IF
                       WHEN 9
                           MOVE "S" TO SAIR
                           MOVE "N" TO REPETIR-MENU
                       WHEN OTHER
                           DISPLAY "Escolha invalida!" AT 1846
                           FOREGROUND-COLOR 4 HIGHLIGHT
                           MOVE "S" TO REPETIR-MENU
                   END-EVALUATE
               END-PERFORM
           END-PERFORM.
           MOVE "N" TO SAIR.
           MOVE "N" TO REPETIR-MENU.
      ******************************************************************
       EXPORTAR-TUDO.
           PERFORM BASE.
           DISPLAY "Exportar Tudo" HIGHLIGHT AT 0217.
           PERFORM EXPORTAR-TUDO-DADOS.

           DISPLAY "Prima ENTER para continuar.         "
           HIGHLIGHT AT 0403.
           ACCEPT OMITTED AT 0430.
           MOVE "N" TO REPETIR-MENU.
      ******************************************************************
       EXPORTAR-TUDO-DADOS.
           MOVE 0 TO NUM-EXPORTADOS.
           OPEN OUTPUT IND-TODOS.
      *********
           MOVE 6 TO LINHA.
      *********
           MOVE 0 TO CLIENTE-COD.
           START FIC-CLIENTES KEY > CLIENTE-COD
               INVALID KEY
                   DISPLAY "Ficheiro de clientes vazio!"
               NOT INVALID KEY
                   IF FS <> "05" AND FS <> "23" THEN
                       PERFORM UNTIL FS = "10"
                           READ FIC-CLIENTES NEXT RECORD
                               NOT AT END
                                   MOVE "C.Cl: " TO T1
                                   MOVE CLIENTE-COD TO IND-TODOS-CLIENTE
                                   MOVE " | NIF: " TO T2
                                   MOVE NIF TO IND-TODOS-NIF
                                   MOVE " | Nome: " TO T3
                                   MOVE NOME TO IND-TODOS-NOME
                                   MOVE " | Data Adms: " TO T4
                                   MOVE DIA-ADMISSAO
                                   TO IND-TODOS-DIA-ADMISSAO
                                   MOVE "-" TO D1
                                   MOVE MES-ADMISSAO
                                   TO IND-TODOS-MES-ADMISSAO
                                   MOVE "-" TO D2
                                   MOVE ANO-ADMISSAO
                                   TO IND-TODOS-ANO-ADMISSAO
                                   MOVE " | Email: " TO T5
                                   MOVE EMAIL TO IND-TODOS-EMAIL
                                   WRITE REGISTO-TODOS-CLIENTE
                                   ADD 1 TO NUM-EXPORTADOS
                           END-READ
                       END-PERFORM
                       DISPLAY "Clientes exportados com sucesso!"
                   ELSE
                       DISPLAY "Erro ao exportar clientes!"
                   END-IF
           END-START.
      *********
           ADD 1 TO LINHA
           MOVE 0 TO LIVRO-COD.
           START FIC-LIVROS KEY > LIVRO-COD
               INVALID KEY
                  DISPLAY "Ficheiro de livros vazio!"
               NOT INVALID KEY
                   IF FS <> "05" AND FS <> "23" THEN
                       PERFORM UNTIL FS = "10"
                           READ FIC-LIVROS NEXT RECORD
                               NOT AT END
                                   MOVE "C.Lv: " TO T6
                                   MOVE LIVRO-COD
                                   TO IND-TODOS-LIVRO
                                   MOVE " | C.Tm: " TO T7
                                   MOVE LIVRO-TEMA-COD
                                   TO IND-TODOS-LIVRO-TEMA
                                   MOVE " | C.At: " TO T8
                                   MOVE LIVRO-AUTOR-COD
                                   TO IND-TODOS-LIVRO-AUTOR
                                   MOVE " | Titulo: " TO T9
                                   MOVE TITULO
                                   TO IND-TODOS-TITULO
                                   WRITE REGISTO-TODOS-LIVROS
                                   ADD 1 TO NUM-EXPORTADOS
                           END-READ
                       END-PERFORM
                       DISPLAY "Livros exportados com sucesso!"
                   ELSE
                       DISPLAY "Erro ao exportar livros!"
                   END-IF
           END-START.
      *********
           ADD 1 TO LINHA.
           MOVE 0 TO TEMA-COD.
           START FIC-TEMAS KEY > TEMA-COD
               INVALID KEY
                   DISPLAY "Ficheiro de temas vazio!"
               NOT INVALID KEY
                   IF FS <> "05" AND FS <> "23" THEN
                       PERFORM UNTIL FS = "10"
                           READ FIC-TEMAS NEXT RECORD
                               NOT AT END
                                   MOVE "C.Tm: " TO T10
                                   MOVE TEMA-COD TO IND-TODOS-TEMA-COD
                                   MOVE " | Tema: " TO T11
                                   MOVE TEMA TO IND-TODOS-TEMA
                                   WRITE REGISTO-TODOS-TEMA
                                   ADD 1 TO NUM-EXPORTADOS
                           END-READ
                       END-PERFORM
                       DISPLAY "Temas exportados com sucesso!"
                   ELSE
                       DISPLAY "Erro ao exportar temas!"
                   END-IF
           END-START.
      *********
           ADD 1 TO LINHA.
           MOVE 0 TO AUTOR-COD.
           START FIC-AUTORES KEY > AUTOR-COD
               INVALID KEY
                   DISPLAY "Ficheiro de autores vazio!"
               NOT INVALID KEY
                   IF FS <> "05" AND FS <> "23" THEN
                       PERFORM UNTIL FS = "10"
                           READ FIC-AUTORES NEXT RECORD
                               NOT AT END
                                   MOVE "C.At: " TO T12
                                   MOVE AUTOR-COD TO IND-TODOS-AUTOR-COD
                                   MOVE " | Autor: " TO T13
                                   MOVE AUTOR TO IND-TODOS-AUTOR
                                   WRITE REGISTO-TODOS-AUTOR
                                   ADD 1 TO NUM-EXPORTADOS
                           END-READ
                       END-PERFORM
                       DISPLAY "Autores exportados com sucesso!"
                   ELSE
                       DISPLAY "Erro ao exportar autores!"
                   END-IF
           END-START.
      *********
           ADD 1 TO LINHA.
           MOVE 0 TO ALUGUER-COD.
           START FIC-ALUGUERES KEY > ALUGUER-COD
               INVALID KEY
                   DISPLAY "Ficheiro de alugueres vazio!"
               NOT INVALID KEY
                   IF FS <> "05" AND FS <> "23" THEN
                       PERFORM UNTIL FS = "10"
                           READ FIC-ALUGUERES NEXT RECORD
                               NOT AT END
                                   MOVE "C.Al: " TO T14
                                   MOVE ALUGUER-COD
                                   TO IND-TODOS-ALUGUER
                                   MOVE " | C.Cl: " TO T15
                                   MOVE ALUGUER-CLIENTE-COD
                                   TO IND-TODOS-ALUGUER-CLIENTE
                                   MOVE " | C.Lv: " TO T16
                                   MOVE ALUGUER-LIVRO-COD
                                   TO IND-TODOS-ALUGUER-LIVRO
                                   MOVE " | Data Alug: " TO T17
                                   MOVE DIA-ALUGUER
                                   TO IND-TODOS-DIA-ALUGUER
                                   MOVE "-" TO D3
                                   MOVE MES-ALUGUER
                                   TO IND-TODOS-MES-ALUGUER
                                   MOVE "-" TO D4
                                   MOVE ANO-ALUGUER
                                   TO IND-TODOS-ANO-ALUGUER
                                   MOVE " | Data Dvol: " TO T18
                                   MOVE DIA-ENTREGA
                                   TO IND-TODOS-DIA-ENTREGA
                                   MOVE "-" TO D5
                                   MOVE MES-ENTREGA
                                   TO IND-TODOS-MES-ENTREGA
                                   MOVE "-" TO D6
                                   MOVE ANO-ENTREGA
                                   TO IND-TODOS-ANO-ENTREGA
                                   MOVE " | Situacao: " TO T19
                                   MOVE SITUACAO
                                   TO IND-TODOS-SITUACAO
                                   MOVE " | Renovacoes: " TO T26
                                   MOVE ALUGUER-RENOVACOES
                                   TO IND-TODOS-RENOVACOES
                                   WRITE REGISTO-TODOS-ALUGUER
                                   ADD 1 TO NUM-EXPORTADOS
                           END-READ
                       END-PERFORM
                       DISPLAY "Alugueres exportados com sucesso!"
                   ELSE
                       DISPLAY "Erro ao exportar alugueres!"
                   END-IF
           END-START.

           CLOSE IND-TODOS.
      ******************************************************************
       EXPORTAR-ALUGUERES.
           PERFORM BASE.
           DISPLAY "Exportar Alugueres" HIGHLIGHT AT 0217.
           OPEN OUTPUT IND-ALUGADOS.
           MOVE 6 TO LINHA.
           MOVE 0 TO ALUGUER-COD.
           START FIC-ALUGUERES KEY > ALUGUER-COD
               INVALID KEY
                   DISPLAY "Ficheiro de alugueres vazio!"
                   HIGHLIGHT LINE LINHA COL 3
               NOT INVALID KEY
                   IF FS <> "05" AND FS <> "23" THEN
                       PERFORM UNTIL FS = "10"
                           READ FIC-ALUGUERES NEXT RECORD
                               NOT AT END
                                   MOVE "C.Al: " TO T20
                                   MOVE ALUGUER-COD
                                   TO IND-ALUGADOS-ALUGUER
                                   MOVE " | C.Cl: " TO T21
                                   MOVE ALUGUER-CLIENTE-COD
                                   TO IND-ALUGADOS-CLIENTE
                                   MOVE " | C.Lv: " TO T22
                                   MOVE ALUGUER-LIVRO-COD
                                   TO IND-ALUGADOS-LIVRO
                                   MOVE " | Data Alug: " TO T23
                                   MOVE DIA-ALUGUER
                                   TO IND-ALUGADOS-DIA-ALUGUER
                                   MOVE "-" TO D7
                                   MOVE MES-ALUGUER
                                   TO IND-ALUGADOS-MES-ALUGUER
                                   MOVE "-" TO D8
                                   MOVE ANO-ALUGUER
                                   TO IND-ALUGADOS-ANO-ALUGUER
                                   MOVE " | Data Dvol: " TO T24
                                   MOVE DIA-ENTREGA
                                   TO IND-ALUGADOS-DIA-ENTREGA
                                   MOVE "-" TO D9
                                   MOVE MES-ENTREGA
                                   TO IND-ALUGADOS-MES-ENTREGA
                                   MOVE "-" TO D10
                                   MOVE ANO-ENTREGA
                                   TO IND-ALUGADOS-ANO-ENTREGA
                                   MOVE " | Situacao: " TO T25
                                   MOVE SITUACAO
                                   TO IND-ALUGADOS-SITUACAO
                                   MOVE " | Renovacoes: " TO T27
                                   MOVE ALUGUER-RENOVACOES
                                   TO IND-ALUGADOS-RENOVACOES
                                   WRITE REGISTO-ALUGADOS
                           END-READ
                       END-PERFORM
                       DISPLAY "Alugueres exportados com sucesso!"
                       HIGHLIGHT LINE LINHA COL 3
                   ELSE
                       DISPLAY "Erro ao exportar alugueres!" HIGHLIGHT
                       FOREGROUND-COLOR 4 LINE LINHA COL 3
                   END-IF
           END-START.

           CLOSE IND-ALUGADOS.
           DISPLAY "Prima ENTER para continuar.         "
           HIGHLIGHT AT 0403.
           ACCEPT OMITTED AT 0430.
           MOVE "N" TO REPETIR-MENU.
      ******************************************************************
       CSV-CITAR-CAMPO.
           MOVE FUNCTION TRIM(CSV-CAMPO-ORIGEM) TO CSV-CAMPO-ORIGEM.
           MOVE FUNCTION LENGTH(FUNCTION TRIM(CSV-CAMPO-ORIGEM))
           TO CSV-LEN-ORIGEM.

           MOVE SPACES TO CSV-CAMPO-CITADO.
           MOVE 1 TO CSV-POS-CITADO.
           MOVE '"' TO CSV-CAMPO-CITADO(CSV-POS-CITADO:1).
           ADD 1 TO CSV-POS-CITADO.

           PERFORM VARYING CSV-POS-ORIGEM FROM 1 BY 1
           UNTIL CSV-POS-ORIGEM > CSV-LEN-ORIGEM
               IF CSV-CAMPO-ORIGEM(CSV-POS-ORIGEM:1) = '"' THEN
                   MOVE '"' TO CSV-CAMPO-CITADO(CSV-POS-CITADO:1)
                   ADD 1 TO CSV-POS-CITADO
               END-IF
               MOVE CSV-CAMPO-ORIGEM(CSV-POS-ORIGEM:1) TO
               CSV-CAMPO-CITADO(CSV-POS-CITADO:1)
               ADD 1 TO CSV-POS-CITADO
           END-PERFORM.

           MOVE '"' TO CSV-CAMPO-CITADO(CSV-POS-CITADO:1).
      ******************************************************************
       EXPORTAR-CSV.
           PERFORM BASE.
           DISPLAY "Exportar CSV" HIGHLIGHT AT 0217.
           OPEN OUTPUT IND-CSV.
           MOVE 6 TO LINHA.
      *********
           MOVE "Tipo,Codigo,NIF,Nome,DataAdmissao,Email" TO LINHA-CSV.
           WRITE REGISTO-CSV.
           MOVE 0 TO CLIENTE-COD.
           START FIC-CLIENTES KEY > CLIENTE-COD
               INVALID KEY
                   DISPLAY "Ficheiro de clientes vazio!"
                   HIGHLIGHT LINE LINHA COL 3
               NOT INVALID KEY
                   IF FS <> "05" AND FS <> "23" THEN
                       PERFORM UNTIL FS = "10"
                           READ FIC-CLIENTES NEXT RECORD
                               NOT AT END
                                   MOVE FUNCTION CONCATENATE(
                                   "CLIENTE," CLIENTE-COD "," NIF ",")
                                   TO LINHA-CSV
                                   MOVE NOME TO CSV-CAMPO-ORIGEM
                                   PERFORM CSV-CITAR-CAMPO
                                   MOVE FUNCTION CONCATENATE(
                                   FUNCTION TRIM(LINHA-CSV)
                                   FUNCTION TRIM(CSV-CAMPO-CITADO)
                                   ",") TO LINHA-CSV
                                   MOVE FUNCTION CONCATENATE(
                                   FUNCTION TRIM(LINHA-CSV)
                                   ANO-ADMISSAO "-" MES-ADMISSAO "-"
                                   DIA-ADMISSAO ",") TO LINHA-CSV
                                   MOVE EMAIL TO CSV-CAMPO-ORIGEM
                                   PERFORM CSV-CITAR-CAMPO
                                   MOVE FUNCTION CONCATENATE(
                                   FUNCTION TRIM(LINHA-CSV)
                                   FUNCTION TRIM(CSV-CAMPO-CITADO))
                                   TO LINHA-CSV
                                   WRITE REGISTO-CSV
                           END-READ
                       END-PERFORM
                       DISPLAY "Clientes exportados com sucesso!"
                       HIGHLIGHT LINE LINHA COL 3
                   ELSE
                       DISPLAY "Erro ao exportar clientes!" HIGHLIGHT
                       FOREGROUND-COLOR 4 LINE LINHA COL 3
                   END-IF
           END-START.
      *********
           ADD 1 TO LINHA.
           MOVE "Tipo,Codigo,CodigoTema,CodigoAutor,Titulo" TO
           LINHA-CSV.
           WRITE REGISTO-CSV.
           MOVE 0 TO LIVRO-COD.
           START FIC-LIVROS KEY > LIVRO-COD
               INVALID KEY
                   DISPLAY "Ficheiro de livros vazio!"
                   HIGHLIGHT LINE LINHA COL 3
               NOT INVALID KEY
                   IF FS <> "05" AND FS <> "23" THEN
                       PERFORM UNTIL FS = "10"
                           READ FIC-LIVROS NEXT RECORD
                               NOT AT END
                                   MOVE FUNCTION CONCATENATE(
                                   "LIVRO," LIVRO-COD ","
                                   LIVRO-TEMA-COD "," LIVRO-AUTOR-COD
                                   ",") TO LINHA-CSV
                                   MOVE TITULO TO CSV-CAMPO-ORIGEM
                                   PERFORM CSV-CITAR-CAMPO
                                   MOVE FUNCTION CONCATENATE(
                                   FUNCTION TRIM(LINHA-CSV)
                                   FUNCTION TRIM(CSV-CAMPO-CITADO))
                                   TO LINHA-CSV
                                   WRITE REGISTO-CSV
                           END-READ
                       END-PERFORM
                       DISPLAY "Livros exportados com sucesso!"
                       HIGHLIGHT LINE LINHA COL 3
                   ELSE
                       DISPLAY "Erro ao exportar livros!" HIGHLIGHT
                       FOREGROUND-COLOR 4 LINE LINHA COL 3
                   END-IF
           END-START.
      *********
           ADD 1 TO LINHA.
           MOVE "Tipo,Codigo,Tema" TO LINHA-CSV.
           WRITE REGISTO-CSV.
           MOVE 0 TO TEMA-COD.
           START FIC-TEMAS KEY > TEMA-COD
               INVALID KEY
                   DISPLAY "Ficheiro de temas vazio!"
                   HIGHLIGHT LINE LINHA COL 3
               NOT INVALID KEY
                   IF FS <> "05" AND FS <> "23" THEN
                       PERFORM UNTIL FS = "10"
                           READ FIC-TEMAS NEXT RECORD
                               NOT AT END
                                   MOVE FUNCTION CONCATENATE(
                                   "TEMA," TEMA-COD ",")
                                   TO LINHA-CSV
                                   MOVE TEMA TO CSV-CAMPO-ORIGEM
                                   PERFORM CSV-CITAR-CAMPO
                                   MOVE FUNCTION CONCATENATE(
                                   FUNCTION TRIM(LINHA-CSV)
                                   FUNCTION TRIM(CSV-CAMPO-CITADO))
                                   TO LINHA-CSV
                                   WRITE REGISTO-CSV
                           END-READ
                       END-PERFORM
                       DISPLAY "Temas exportados com sucesso!"
                       HIGHLIGHT LINE LINHA COL 3
                   ELSE
                       DISPLAY "Erro ao exportar temas!" HIGHLIGHT
                       FOREGROUND-COLOR 4 LINE LINHA COL 3
                   END-IF
           END-START.
      *********
           ADD 1 TO LINHA.
           MOVE "Tipo,Codigo,Autor" TO LINHA-CSV.
           WRITE REGISTO-CSV.
           MOVE 0 TO AUTOR-COD.
           START FIC-AUTORES KEY > AUTOR-COD
               INVALID KEY
                   DISPLAY "Ficheiro de autores vazio!"
                   HIGHLIGHT LINE LINHA COL 3
               NOT INVALID KEY
                   IF FS <> "05" AND FS <> "23" THEN
                       PERFORM UNTIL FS = "10"
                           READ FIC-AUTORES NEXT RECORD
                               NOT AT END
                                   MOVE FUNCTION CONCATENATE(
                                   "AUTOR," AUTOR-COD ",")
                                   TO LINHA-CSV
                                   MOVE AUTOR TO CSV-CAMPO-ORIGEM
                                   PERFORM CSV-CITAR-CAMPO
                                   MOVE FUNCTION CONCATENATE(
                                   FUNCTION TRIM(LINHA-CSV)
                                   FUNCTION TRIM(CSV-CAMPO-CITADO))
                                   TO LINHA-CSV
                                   WRITE REGISTO-CSV
                           END-READ
                       END-PERFORM
                       DISPLAY "Autores exportados com sucesso!"
                       HIGHLIGHT LINE LINHA COL 3
                   ELSE
                       DISPLAY "Erro ao exportar autores!" HIGHLIGHT
                       FOREGROUND-COLOR 4 LINE LINHA COL 3
                   END-IF
           END-START.
      *********
           ADD 1 TO LINHA.
           MOVE FUNCTION CONCATENATE(
           "Tipo,Codigo,CodigoCliente,CodigoLivro,DataAluguer,",
           "DataEntrega,Situacao,Renovacoes") TO LINHA-CSV.
           WRITE REGISTO-CSV.
           MOVE 0 TO ALUGUER-COD.
           START FIC-ALUGUERES KEY > ALUGUER-COD
               INVALID KEY
                   DISPLAY "Ficheiro de alugueres vazio!"
                   HIGHLIGHT LINE LINHA COL 3
               NOT INVALID KEY
                   IF FS <> "05" AND FS <> "23" THEN
                       PERFORM UNTIL FS = "10"
                           READ FIC-ALUGUERES NEXT RECORD
                               NOT AT END
                                   MOVE FUNCTION CONCATENATE(
                                   "ALUGUER," ALUGUER-COD ","
                                   ALUGUER-CLIENTE-COD ","
                                   ALUGUER-LIVRO-COD ","
                                   ANO-ALUGUER "-" MES-ALUGUER "-"
                                   DIA-ALUGUER ",")
                                   TO LINHA-CSV
                                   IF SITUACAO = "A" THEN
                                       MOVE FUNCTION CONCATENATE(
                                       FUNCTION TRIM(LINHA-CSV)
                                       ",A") TO LINHA-CSV
                                   ELSE
                                       MOVE FUNCTION CONCATENATE(
                                       FUNCTION TRIM(LINHA-CSV)
                                       ANO-ENTREGA "-" MES-ENTREGA
                                       "-" DIA-ENTREGA "," SITUACAO)
                                       TO LINHA-CSV
                                   END-IF
                                   MOVE FUNCTION CONCATENATE(
                                   FUNCTION TRIM(LINHA-CSV) ","
                                   ALUGUER-RENOVACOES) TO LINHA-CSV
                                   WRITE REGISTO-CSV
                           END-READ
                       END-PERFORM
                       DISPLAY "Alugueres exportados com sucesso!"
                       HIGHLIGHT LINE LINHA COL 3
                   ELSE
                       DISPLAY "Erro ao exportar alugueres!" HIGHLIGHT
                       FOREGROUND-COLOR 4 LINE LINHA COL 3
                   END-IF
           END-START.

           CLOSE IND-CSV.
           DISPLAY "Prima ENTER para continuar.         "
           HIGHLIGHT AT 0403.
           ACCEPT OMITTED AT 0430.
           MOVE "N" TO REPETIR-MENU.
      ******************************************************************
       EXPORTAR-ESTATISTICAS.
           PERFORM BASE.
           DISPLAY "Estatisticas" HIGHLIGHT AT 0217.

           PERFORM CALCULAR-ESTATISTICAS.

           DISPLAY "Livros Mais Alugados:"
           FOREGROUND-COLOR 3 HIGHLIGHT AT 0503.
           MOVE 6 TO LINHA.
           IF NUM-TABELA-LIVROS = 0 THEN
               DISPLAY "Nao ha alugueres registados!"
               HIGHLIGHT LINE LINHA COL 3
           ELSE
               PERFORM LISTAR-TOP-LIVROS
           END-IF.

           MOVE 13 TO LINHA.
           DISPLAY "Clientes Mais Ativos:"
           FOREGROUND-COLOR 3 HIGHLIGHT AT 1203.
           IF NUM-TABELA-CLIENTES = 0 THEN
               DISPLAY "Nao ha alugueres registados!"
               HIGHLIGHT LINE LINHA COL 3
           ELSE
               PERFORM LISTAR-TOP-CLIENTES
           END-IF.

           DISPLAY "Alugueres por Polo:"
           FOREGROUND-COLOR 3 HIGHLIGHT AT 0555.
           DISPLAY "Polo  Alug.  Valor (Eur)"
           FOREGROUND-COLOR 3 HIGHLIGHT AT 0655.
           MOVE 7 TO LINHA.
           PERFORM VARYING SUB-POLO FROM 1 BY 1
           UNTIL SUB-POLO > NUM-TABELA-POLOS OR LINHA > 18
               DISPLAY TPOLO-COD(SUB-POLO) HIGHLIGHT LINE LINHA COL 55
               DISPLAY TPOLO-ALUGUERES(SUB-POLO)
               HIGHLIGHT LINE LINHA COL 61
               MOVE TPOLO-VALOR(SUB-POLO) TO TOTAL-TRABALHO
               PERFORM FORMATAR-TOTAL
               DISPLAY TOTAL-FORMATADO HIGHLIGHT LINE LINHA COL 68
               ADD 1 TO LINHA
           END-PERFORM.

           DISPLAY "Prima ENTER para continuar.         "
           HIGHLIGHT AT 0403.
           ACCEPT OMITTED AT 0430.
           MOVE "N" TO REPETIR-MENU.
      ******************************************************************
       CALCULAR-ESTATISTICAS.
           MOVE 0 TO NUM-TABELA-LIVROS.
           MOVE 0 TO NUM-TABELA-CLIENTES.
           MOVE 0 TO NUM-TABELA-POLOS.
           MOVE 0 TO ALUGUER-COD.
           START FIC-ALUGUERES KEY > ALUGUER-COD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF FS <> "05" AND FS <> "23" THEN
                       PERFORM UNTIL FS = "10"
                           READ FIC-ALUGUERES NEXT RECORD
                               NOT AT END
                                   PERFORM ACTUALIZAR-TABELA-LIVRO
                                   PERFORM ACTUALIZAR-TABELA-CLIENTE
                                   PERFORM ACTUALIZAR-TABELA-POLO
                           END-READ
                       END-PERFORM
                   END-IF
           END-START.
      ******************************************************************
       ACTUALIZAR-TABELA-LIVRO.
           MOVE "N" TO ENCONTRADO.
           PERFORM VARYING SUB-LIVRO FROM 1 BY 1
           UNTIL SUB-LIVRO > NUM-TABELA-LIVROS OR ENCONTRADO = "S"
               IF TL-LIVRO-COD(SUB-LIVRO) = ALUGUER-LIVRO-COD THEN
                   ADD 1 TO TL-CONTADOR(SUB-LIVRO)
                   MOVE "S" TO ENCONTRADO
               END-IF
           END-PERFORM.
           IF ENCONTRADO = "N" AND NUM-TABELA-LIVROS < 200 THEN
               ADD 1 TO NUM-TABELA-LIVROS
               MOVE ALUGUER-LIVRO-COD TO TL-LIVRO-COD(NUM-TABELA-LIVROS)
               MOVE 1 TO TL-CONTADOR(NUM-TABELA-LIVROS)
           END-IF.
      ******************************************************************
       ACTUALIZAR-TABELA-CLIENTE.
           MOVE "N" TO ENCONTRADO.
           PERFORM VARYING SUB-CLIENTE FROM 1 BY 1
           UNTIL SUB-CLIENTE > NUM-TABELA-CLIENTES OR ENCONTRADO = "S"
               IF TC-CLIENTE-COD(SUB-CLIENTE) = ALUGUER-CLIENTE-COD
               THEN
                   ADD 1 TO TC-CONTADOR(SUB-CLIENTE)
                   MOVE "S" TO ENCONTRADO
               END-IF
           END-PERFORM.
           IF ENCONTRADO = "N" AND NUM-TABELA-CLIENTES < 200 THEN
               ADD 1 TO NUM-TABELA-CLIENTES
               MOVE ALUGUER-CLIENTE-COD
               TO TC-CLIENTE-COD(NUM-TABELA-CLIENTES)
               MOVE 1 TO TC-CONTADOR(NUM-TABELA-CLIENTES)
           END-IF.
      ******************************************************************
       ACTUALIZAR-TABELA-POLO.
           IF ALUGUER-POLO IS NUMERIC AND ALUGUER-POLO > 0 THEN
               MOVE ALUGUER-POLO TO POLO-ALUGUER
           ELSE
               MOVE POLO-SEDE TO POLO-ALUGUER
           END-IF.
           MOVE "N" TO ENCONTRADO.
           PERFORM VARYING SUB-POLO FROM 1 BY 1
           UNTIL SUB-POLO > NUM-TABELA-POLOS OR ENCONTRADO = "S"
               IF TPOLO-COD(SUB-POLO) = POLO-ALUGUER THEN
                   ADD 1 TO TPOLO-ALUGUERES(SUB-POLO)
                   ADD ALUGUER-VALOR TO TPOLO-VALOR(SUB-POLO)
                   MOVE "S" TO ENCONTRADO
               END-IF
           END-PERFORM.
           IF ENCONTRADO = "N" AND NUM-TABELA-POLOS < 50 THEN
               ADD 1 TO NUM-TABELA-POLOS
               MOVE POLO-ALUGUER TO TPOLO-COD(NUM-TABELA-POLOS)
               MOVE 1 TO TPOLO-ALUGUERES(NUM-TABELA-POLOS)
               MOVE ALUGUER-VALOR TO TPOLO-VALOR(NUM-TABELA-POLOS)
           END-IF.
      ******************************************************************
       LISTAR-TOP-LIVROS.
           MOVE 1 TO TOP-N.
           PERFORM UNTIL TOP-N > 5 OR TOP-N > NUM-TABELA-LIVROS
               MOVE 0 TO CONTADOR-MAX
               MOVE 0 TO SUB-MAX
               PERFORM VARYING SUB-LIVRO FROM 1 BY 1
               UNTIL SUB-LIVRO > NUM-TABELA-LIVROS
                   IF TL-CONTADOR(SUB-LIVRO) > CONTADOR-MAX THEN
                       MOVE TL-CONTADOR(SUB-LIVRO) TO CONTADOR-MAX
                       MOVE SUB-LIVRO TO SUB-MAX
                   END-IF
               END-PERFORM

               MOVE TL-LIVRO-COD(SUB-MAX) TO LIVRO-COD
               READ FIC-LIVROS
                   INVALID KEY
                       MOVE SPACES TO TITULO
               END-READ

               DISPLAY LIVRO-COD HIGHLIGHT LINE LINHA COL 3
               DISPLAY TITULO HIGHLIGHT LINE LINHA COL 11
               DISPLAY CONTADOR-MAX HIGHLIGHT LINE LINHA COL 43
               ADD 1 TO LINHA
               MOVE 0 TO TL-CONTADOR(SUB-MAX)
               ADD 1 TO TOP-N
           END-PERFORM.
      ******************************************************************
       LISTAR-TOP-CLIENTES.
           MOVE 1 TO TOP-N.
           PERFORM UNTIL TOP-N > 5 OR TOP-N > NUM-TABELA-CLIENTES
               MOVE 0 TO CONTADOR-MAX
               MOVE 0 TO SUB-MAX
               PERFORM VARYING SUB-CLIENTE FROM 1 BY 1
               UNTIL SUB-CLIENTE > NUM-TABELA-CLIENTES
                   IF TC-CONTADOR(SUB-CLIENTE) > CONTADOR-MAX THEN
                       MOVE TC-CONTADOR(SUB-CLIENTE) TO CONTADOR-MAX
                       MOVE SUB-CLIENTE TO SUB-MAX
                   END-IF
               END-PERFORM

               MOVE TC-CLIENTE-COD(SUB-MAX) TO CLIENTE-COD
               READ FIC-CLIENTES
                   INVALID KEY
                       MOVE SPACES TO NOME
               END-READ

               DISPLAY CLIENTE-COD HIGHLIGHT LINE LINHA COL 3
               DISPLAY NOME HIGHLIGHT LINE LINHA COL 11
               DISPLAY CONTADOR-MAX HIGHLIGHT LINE LINHA COL 43
               ADD 1 TO LINHA
               MOVE 0 TO TC-CONTADOR(SUB-MAX)
               ADD 1 TO TOP-N
           END-PERFORM.
      ******************************************************************
       EXPORTAR-RECEITAS.
           PERFORM BASE.
           DISPLAY "Receitas" HIGHLIGHT AT 0217.

           PERFORM CALCULAR-RECEITAS.

           MOVE 6 TO LINHA.
           IF NUM-TABELA-MESES = 0 THEN
               DISPLAY "Nao ha alugueres devolvidos com valor!"
               HIGHLIGHT AT 0603
               PERFORM CONTA-NOVA-LINHA
           ELSE
               DISPLAY "Receitas por Mes (Ano-Mes / Bruto /" &
               " Estornos / Liquido Eur):"
               FOREGROUND-COLOR 3 HIGHLIGHT LINE LINHA COL 3
               PERFORM CONTA-NOVA-LINHA
               PERFORM VARYING SUB-MES FROM 1 BY 1
               UNTIL SUB-MES > NUM-TABELA-MESES
                   DISPLAY TMES-ANO-MES(SUB-MES)
                   HIGHLIGHT LINE LINHA COL 5
                   COMPUTE TOTAL-TRABALHO =
                       TMES-TOTAL(SUB-MES) + TMES-ESTORNOS(SUB-MES)
                   PERFORM FORMATAR-TOTAL
                   DISPLAY TOTAL-FORMATADO
                   HIGHLIGHT LINE LINHA COL 15
                   MOVE TMES-ESTORNOS(SUB-MES) TO TOTAL-TRABALHO
                   PERFORM FORMATAR-TOTAL
                   DISPLAY TOTAL-FORMATADO
                   HIGHLIGHT LINE LINHA COL 28
                   MOVE TMES-TOTAL(SUB-MES) TO TOTAL-TRABALHO
                   PERFORM FORMATAR-TOTAL
                   DISPLAY TOTAL-FORMATADO
                   HIGHLIGHT LINE LINHA COL 41
                   PERFORM CONTA-NOVA-LINHA
               END-PERFORM

               DISPLAY "Total de Estornos (Eur):"
               FOREGROUND-COLOR 3 HIGHLIGHT LINE LINHA COL 3
               MOVE TOTAL-ESTORNOS-RECEITAS TO TOTAL-TRABALHO
               PERFORM FORMATAR-TOTAL
               DISPLAY TOTAL-FORMATADO
               HIGHLIGHT LINE LINHA COL 28
               PERFORM CONTA-NOVA-LINHA

               DISPLAY "Receitas por Tema:"
               FOREGROUND-COLOR 3 HIGHLIGHT LINE LINHA COL 3
               PERFORM CONTA-NOVA-LINHA
               PERFORM VARYING SUB-TEMA-REC FROM 1 BY 1
               UNTIL SUB-TEMA-REC > NUM-TABELA-TEMAS-REC
                   DISPLAY TREC-TEMA-COD(SUB-TEMA-REC)
                   HIGHLIGHT LINE LINHA COL 5
                   MOVE TREC-TEMA-COD(SUB-TEMA-REC) TO TEMA-COD
                   READ FIC-TEMAS
                       INVALID KEY
                           MOVE SPACES TO TEMA
                   END-READ
                   DISPLAY TEMA HIGHLIGHT LINE LINHA COL 12
                   MOVE TREC-TOTAL(SUB-TEMA-REC) TO TOTAL-TRABALHO
                   PERFORM FORMATAR-TOTAL
                   DISPLAY TOTAL-FORMATADO
                   HIGHLIGHT LINE LINHA COL 44
                   PERFORM CONTA-NOVA-LINHA
               END-PERFORM
           END-IF.

           IF NUM-TABELA-CATEGORIAS-REC > 0 THEN
               DISPLAY "Receitas por Categoria (Alugueres / Quotas" &
               " Eur):"
               FOREGROUND-COLOR 3 HIGHLIGHT LINE LINHA COL 3
               PERFORM CONTA-NOVA-LINHA
               PERFORM VARYING SUB-CATEGORIA-REC FROM 1 BY 1
               UNTIL SUB-CATEGORIA-REC > NUM-TABELA-CATEGORIAS-REC
                   DISPLAY TCAT-CATEGORIA-COD(SUB-CATEGORIA-REC)
                   HIGHLIGHT LINE LINHA COL 5
                   MOVE TCAT-CATEGORIA-COD(SUB-CATEGORIA-REC)
                   TO CLIENTE-CATEGORIA
                   PERFORM DESCREVER-CATEGORIA-CLIENTE
                   DISPLAY CATEGORIA-DESCRICAO
                   HIGHLIGHT LINE LINHA COL 12
                   MOVE TCAT-ALUGUERES(SUB-CATEGORIA-REC)
                   TO TOTAL-TRABALHO
                   PERFORM FORMATAR-TOTAL
                   DISPLAY TOTAL-FORMATADO
                   HIGHLIGHT LINE LINHA COL 34
                   MOVE TCAT-QUOTAS(SUB-CATEGORIA-REC) TO TOTAL-TRABALHO
                   PERFORM FORMATAR-TOTAL
                   DISPLAY TOTAL-FORMATADO
                   HIGHLIGHT LINE LINHA COL 47
                   PERFORM CONTA-NOVA-LINHA
               END-PERFORM
           END-IF.

           DISPLAY "Prima ENTER para continuar.               "
           HIGHLIGHT AT 2003.
           ACCEPT OMITTED AT 2030.
           MOVE "N" TO REPETIR-MENU.
      ******************************************************************
       CALCULAR-RECEITAS.
           MOVE 0 TO NUM-TABELA-MESES.
           MOVE 0 TO NUM-TABELA-TEMAS-REC.
           MOVE 0 TO NUM-TABELA-CATEGORIAS-REC.
           MOVE 0 TO ALUGUER-COD.
           START FIC-ALUGUERES KEY > ALUGUER-COD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF FS <> "05" AND FS <> "23" THEN
                       PERFORM UNTIL FS = "10"
                           READ FIC-ALUGUERES NEXT RECORD
                               NOT AT END
                                   IF SITUACAO = "D" AND
                                   ALUGUER-VALOR > 0 THEN
                                       PERFORM ACTUALIZAR-TABELA-MES
                                       PERFORM ACTUALIZAR-TABELA-TEMA
                                       PERFORM SOMAR-ALUGUER-CATEGORIA
                                   END-IF
                           END-READ
                       END-PERFORM
                   END-IF
           END-START.

           MOVE 0 TO TOTAL-ESTORNOS-RECEITAS.
           MOVE 0 TO MOVIMENTO-COD.
           START FIC-MOVIMENTOS KEY > MOVIMENTO-COD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF FS <> "05" AND FS <> "23" THEN
                       PERFORM UNTIL FS = "10"
                           READ FIC-MOVIMENTOS NEXT RECORD
                               NOT AT END
                                   IF MOVIMENTO-ESTORNO = "S" AND
                                   MOVIMENTO-TIPO = "A" THEN
                                       PERFORM ACTUALIZAR-ESTORNOS-MES
                                   END-IF
                                   IF MOVIMENTO-TIPO = "Q" AND
                                   MOVIMENTO-ESTORNO NOT = "S" AND
                                   MOVIMENTO-ESTORNADO NOT = "S" THEN
                                       PERFORM SOMAR-QUOTA-CATEGORIA
                                   END-IF
                           END-READ
                       END-PERFORM
                   END-IF
           END-START.
      ******************************************************************
       ACTUALIZAR-TABELA-MES.
           COMPUTE ANO-MES-ENTREGA =
               ANO-ENTREGA * 100 + MES-ENTREGA.
           MOVE "N" TO ENCONTRADO.
           PERFORM VARYING SUB-MES FROM 1 BY 1
           UNTIL SUB-MES > NUM-TABELA-MESES OR ENCONTRADO = "S"
               IF TMES-ANO-MES(SUB-MES) = ANO-MES-ENTREGA THEN
                   ADD ALUGUER-VALOR TO TMES-TOTAL(SUB-MES)
                   MOVE "S" TO ENCONTRADO
               END-IF
           END-PERFORM.
           IF ENCONTRADO = "N" AND NUM-TABELA-MESES < 120 THEN
               ADD 1 TO NUM-TABELA-MESES
               MOVE ANO-MES-ENTREGA TO TMES-ANO-MES(NUM-TABELA-MESES)
               MOVE ALUGUER-VALOR TO TMES-TOTAL(NUM-TABELA-MESES)
               MOVE 0 TO TMES-ESTORNOS(NUM-TABELA-MESES)
           END-IF.
      ******************************************************************
       ACTUALIZAR-ESTORNOS-MES.
           MOVE MOVIMENTO-REF-COD TO ALUGUER-COD.
           READ FIC-ALUGUERES
               INVALID KEY
                   MOVE SPACE TO SITUACAO
           END-READ.
           IF SITUACAO = "D" THEN
               ADD MOVIMENTO-VALOR TO TOTAL-ESTORNOS-RECEITAS
               COMPUTE ANO-MES-ENTREGA =
                   ANO-ENTREGA * 100 + MES-ENTREGA
               MOVE "N" TO ENCONTRADO
               PERFORM VARYING SUB-MES FROM 1 BY 1
               UNTIL SUB-MES > NUM-TABELA-MESES OR ENCONTRADO = "S"
                   IF TMES-ANO-MES(SUB-MES) = ANO-MES-ENTREGA THEN
                       ADD MOVIMENTO-VALOR TO TMES-ESTORNOS(SUB-MES)
                       MOVE "S" TO ENCONTRADO
                   END-IF
               END-PERFORM
               IF ENCONTRADO = "N" AND NUM-TABELA-MESES < 120 THEN
                   ADD 1 TO NUM-TABELA-MESES
                   MOVE ANO-MES-ENTREGA
                   TO TMES-ANO-MES(NUM-TABELA-MESES)
                   MOVE 0 TO TMES-TOTAL(NUM-TABELA-MESES)
                   MOVE MOVIMENTO-VALOR
                   TO TMES-ESTORNOS(NUM-TABELA-MESES)
               END-IF
           END-IF.
      ******************************************************************
       ACTUALIZAR-TABELA-TEMA.
           MOVE ALUGUER-LIVRO-COD TO LIVRO-COD.
           READ FIC-LIVROS
               INVALID KEY
                   MOVE 0 TO TEMA-RECEITA
               NOT INVALID KEY
                   IF LIVRO-TEMA-COD = SPACES THEN
                       MOVE 0 TO TEMA-RECEITA
                   ELSE
                       MOVE LIVRO-TEMA-COD TO TEMA-RECEITA
                   END-IF
           END-READ.
           MOVE "N" TO ENCONTRADO.
           PERFORM VARYING SUB-TEMA-REC FROM 1 BY 1
           UNTIL SUB-TEMA-REC > NUM-TABELA-TEMAS-REC
           OR ENCONTRADO = "S"
               IF TREC-TEMA-COD(SUB-TEMA-REC) = TEMA-RECEITA THEN
                   ADD ALUGUER-VALOR TO TREC-TOTAL(SUB-TEMA-REC)
                   MOVE "S" TO ENCONTRADO
               END-IF
           END-PERFORM.
           IF ENCONTRADO = "N" AND NUM-TABELA-TEMAS-REC < 200 THEN
               ADD 1 TO NUM-TABELA-TEMAS-REC
               MOVE TEMA-RECEITA
               TO TREC-TEMA-COD(NUM-TABELA-TEMAS-REC)
               MOVE ALUGUER-VALOR
               TO TREC-TOTAL(NUM-TABELA-TEMAS-REC)
           END-IF.
      ******************************************************************
       SOMAR-ALUGUER-CATEGORIA.
           MOVE ALUGUER-CLIENTE-COD TO CLIENTE-COD.
           PERFORM LOCALIZAR-CATEGORIA-RECEITA.
           IF ENCONTRADO = "S" THEN
               ADD ALUGUER-VALOR TO TCAT-ALUGUERES(SUB-CATEGORIA-REC)
           END-IF.
      ******************************************************************
       SOMAR-QUOTA-CATEGORIA.
           MOVE MOVIMENTO-CLIENTE-COD TO CLIENTE-COD.
           PERFORM LOCALIZAR-CATEGORIA-RECEITA.
           IF ENCONTRADO = "S" THEN
               ADD MOVIMENTO-VALOR TO TCAT-QUOTAS(SUB-CATEGORIA-REC)
           END-IF.
      ******************************************************************
       LOCALIZAR-CATEGORIA-RECEITA.
           READ FIC-CLIENTES
               INVALID KEY
                   MOVE 0 TO CATEGORIA-RECEITA
               NOT INVALID KEY
                   IF CLIENTE-CATEGORIA IS NUMERIC THEN
                       MOVE CLIENTE-CATEGORIA TO CATEGORIA-RECEITA
                   ELSE
                       MOVE 0 TO CATEGORIA-RECEITA
                   END-IF
           END-READ.
           MOVE "N" TO ENCONTRADO.
           PERFORM VARYING SUB-CATEGORIA-REC FROM 1 BY 1
           UNTIL SUB-CATEGORIA-REC > NUM-TABELA-CATEGORIAS-REC
           OR ENCONTRADO = "S"
               IF TCAT-CATEGORIA-COD(SUB-CATEGORIA-REC) =
               CATEGORIA-RECEITA THEN
                   MOVE "S" TO ENCONTRADO
               END-IF
           END-PERFORM.
           IF ENCONTRADO = "S" THEN
               SUBTRACT 1 FROM SUB-CATEGORIA-REC
           ELSE
               IF NUM-TABELA-CATEGORIAS-REC < 100 THEN
                   ADD 1 TO NUM-TABELA-CATEGORIAS-REC
                   MOVE NUM-TABELA-CATEGORIAS-REC TO SUB-CATEGORIA-REC
                   MOVE CATEGORIA-RECEITA
                   TO TCAT-CATEGORIA-COD(SUB-CATEGORIA-REC)
                   MOVE 0 TO TCAT-ALUGUERES(SUB-CATEGORIA-REC)
                   MOVE 0 TO TCAT-QUOTAS(SUB-CATEGORIA-REC)
                   MOVE "S" TO ENCONTRADO
               END-IF
           END-IF.
      ******************************************************************
       FORMATAR-TOTAL.
           COMPUTE TOTAL-CENTAVOS = TOTAL-TRABALHO * 100.
           DIVIDE TOTAL-CENTAVOS BY 100 GIVING TOTAL-EUROS
                                        REMAINDER TOTAL-CENTIMOS.
      ****** EXPORTACAO CONTABILISTICA *********************************
       EXPORTAR-CONTABIL.
           PERFORM BASE.
           DISPLAY "Exportar Contabilidade" HIGHLIGHT AT 0217.

           PERFORM EXPORTAR-CONTABIL-DADOS.

           MOVE "MOVIMENTO" TO AUDITORIA-FICHEIRO.
           MOVE "EXPORTAR" TO AUDITORIA-OPERACAO.
           MOVE LOTE-CONTABIL TO AUDITORIA-CHAVE.
           PERFORM REGISTAR-AUDITORIA.

           DISPLAY "Lote:" FOREGROUND-COLOR 3 HIGHLIGHT AT 0603.
           DISPLAY LOTE-CONTABIL HIGHLIGHT AT 0627.
           IF LOTE-REPETIDO = "S" THEN
               DISPLAY "(lote regenerado)" HIGHLIGHT AT 0634
           END-IF.
           DISPLAY "Movimentos exportados:"
           FOREGROUND-COLOR 3 HIGHLIGHT AT 0803.
           DISPLAY NUM-CONTABIL HIGHLIGHT AT 0827.
           DISPLAY "Total liquido (Eur):"
           FOREGROUND-COLOR 3 HIGHLIGHT AT 1003.
           MOVE TOTAL-CONTABIL TO LIQUIDO-TRABALHO.
           PERFORM FORMATAR-LIQUIDO.
           DISPLAY SINAL-LIQUIDO HIGHLIGHT AT 1026.
           DISPLAY TOTAL-FORMATADO HIGHLIGHT AT 1027.
           DISPLAY "Ficheiro gerado: CONTABIL.TXT" HIGHLIGHT AT 1203.

           DISPLAY "Prima ENTER para continuar.         "
           HIGHLIGHT AT 0403.
           ACCEPT OMITTED AT 0430.
           MOVE "N" TO REPETIR-MENU.
      ******************************************************************
       EXPORTAR-CONTABIL-DADOS.
           PERFORM LER-CONTABCTL.
           MOVE "N" TO LOTE-REPETIDO.
           IF ULTIMO-LOTE-CONTABIL > 0 AND
           ESTADO-LOTE-CONTABIL = "A" THEN
               MOVE ULTIMO-LOTE-CONTABIL TO LOTE-CONTABIL
               MOVE "S" TO LOTE-REPETIDO
           ELSE
               COMPUTE LOTE-CONTABIL = ULTIMO-LOTE-CONTABIL + 1
               MOVE DATA-SISTEMA TO DATA-LOTE-CONTABIL
           END-IF.
           MOVE "A" TO ESTADO-LOTE-CONTABIL.
           PERFORM GRAVAR-CONTABCTL.

           MOVE 0 TO NUM-CONTABIL.
           MOVE 0 TO TOTAL-CONTABIL.
           OPEN OUTPUT FIC-CONTABIL.
           MOVE LOTE-CONTABIL TO CONTABIL-CAB-LOTE.
           MOVE DATA-LOTE-CONTABIL TO CONTABIL-CAB-DATA.
           MOVE CONTABIL-CABECALHO TO LINHA-CONTABIL.
           WRITE REGISTO-CONTABIL.

           MOVE 0 TO MOVIMENTO-COD.
           START FIC-MOVIMENTOS KEY > MOVIMENTO-COD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF FS <> "05" AND FS <> "23" THEN
                       PERFORM UNTIL FS = "10"
                           READ FIC-MOVIMENTOS NEXT RECORD
                               NOT AT END
                                   IF MOVIMENTO-LOTE IS NOT NUMERIC THEN
                                       MOVE 0 TO MOVIMENTO-LOTE
                                   END-IF
                                   IF MOVIMENTO-LOTE = 0 OR
                                   (LOTE-REPETIDO = "S" AND
                                   MOVIMENTO-LOTE = LOTE-CONTABIL) THEN
                                       PERFORM CONTABIL-ESCREVER-LINHA
                                   END-IF
                           END-READ
                       END-PERFORM
                   END-IF
           END-START.

           MOVE LOTE-CONTABIL TO CONTABIL-ROD-LOTE.
           MOVE NUM-CONTABIL TO CONTABIL-ROD-REGISTOS.
           IF TOTAL-CONTABIL < 0 THEN
               MOVE "-" TO CONTABIL-ROD-SINAL
               COMPUTE CONTABIL-ROD-TOTAL = 0 - TOTAL-CONTABIL
           ELSE
               MOVE "+" TO CONTABIL-ROD-SINAL
               MOVE TOTAL-CONTABIL TO CONTABIL-ROD-TOTAL
           END-IF.
           MOVE CONTABIL-RODAPE TO LINHA-CONTABIL.
           WRITE REGISTO-CONTABIL.
           CLOSE FIC-CONTABIL.

           MOVE "F" TO ESTADO-LOTE-CONTABIL.
           PERFORM GRAVAR-CONTABCTL.
      ******************************************************************
       CONTABIL-ESCREVER-LINHA.
           MOVE LOTE-CONTABIL TO CONTABIL-DET-LOTE.
           MOVE MOVIMENTO-COD TO CONTABIL-DET-MOVIMENTO.
           MOVE ANO-MOVIMENTO TO CONTABIL-DET-ANO.
           MOVE MES-MOVIMENTO TO CONTABIL-DET-MES.
           MOVE DIA-MOVIMENTO TO CONTABIL-DET-DIA.
           MOVE MOVIMENTO-TIPO TO CONTABIL-DET-TIPO.
           MOVE MOVIMENTO-MEIO TO CONTABIL-DET-MEIO.
           EVALUATE MOVIMENTO-TIPO
               WHEN "A"
                   MOVE CONTA-RECEITA-ALUGUERES TO CONTABIL-DET-CONTA
               WHEN "M"
                   MOVE CONTA-RECEITA-MULTAS TO CONTABIL-DET-CONTA
               WHEN "Q"
                   MOVE CONTA-RECEITA-QUOTAS TO CONTABIL-DET-CONTA
               WHEN "I"
                   MOVE CONTA-RECEITA-INTERBIB TO CONTABIL-DET-CONTA
               WHEN OTHER
                   MOVE CONTA-RECEITA-OUTRAS TO CONTABIL-DET-CONTA
           END-EVALUATE.
           MOVE MOVIMENTO-VALOR TO CONTABIL-DET-VALOR.
           IF MOVIMENTO-ESTORNO = "S" THEN
               MOVE "-" TO CONTABIL-DET-SINAL
               SUBTRACT MOVIMENTO-VALOR FROM TOTAL-CONTABIL
           ELSE
               MOVE "+" TO CONTABIL-DET-SINAL
               ADD MOVIMENTO-VALOR TO TOTAL-CONTABIL
           END-IF.
           MOVE MOVIMENTO-CLIENTE-COD TO CONTABIL-DET-CLIENTE.
           IF MOVIMENTO-ORIGEM-COD IS NUMERIC THEN
               MOVE MOVIMENTO-ORIGEM-COD TO CONTABIL-DET-ORIGEM
           ELSE
               MOVE 0 TO CONTABIL-DET-ORIGEM
           END-IF.
           IF MOVIMENTO-POLO IS NUMERIC AND MOVIMENTO-POLO > 0 THEN
               MOVE MOVIMENTO-POLO TO CONTABIL-DET-POLO
           ELSE
               MOVE POLO-SEDE TO CONTABIL-DET-POLO
           END-IF.
           MOVE CONTABIL-DETALHE TO LINHA-CONTABIL.
           WRITE REGISTO-CONTABIL.
           ADD 1 TO NUM-CONTABIL.

           IF MOVIMENTO-LOTE = 0 THEN
               MOVE LOTE-CONTABIL TO MOVIMENTO-LOTE
               REWRITE REGISTO-MOVIMENTOS
                   INVALID KEY
                       CONTINUE
               END-REWRITE
           END-IF.
      ******************************************************************
       LER-CONTABCTL.
           MOVE 0 TO ULTIMO-LOTE-CONTABIL.
           MOVE SPACES TO DATA-LOTE-CONTABIL.
           MOVE SPACE TO ESTADO-LOTE-CONTABIL.
           OPEN INPUT FIC-CONTABCTL.
           READ FIC-CONTABCTL
               AT END
                   CONTINUE
               NOT AT END
                   IF CONTABCTL-LOTE IS NUMERIC THEN
                       MOVE CONTABCTL-LOTE TO ULTIMO-LOTE-CONTABIL
                       MOVE CONTABCTL-DATA TO DATA-LOTE-CONTABIL
                       MOVE CONTABCTL-ESTADO TO ESTADO-LOTE-CONTABIL
                   END-IF
           END-READ.
           CLOSE FIC-CONTABCTL.
      ******************************************************************
       GRAVAR-CONTABCTL.
           OPEN OUTPUT FIC-CONTABCTL.
           MOVE LOTE-CONTABIL TO CONTABCTL-LOTE.
           MOVE ";" TO CONTABCTL-SEP.
           MOVE DATA-LOTE-CONTABIL TO CONTABCTL-DATA.
           MOVE ";" TO CONTABCTL-SEP2.
           MOVE ESTADO-LOTE-CONTABIL TO CONTABCTL-ESTADO.
           WRITE REGISTO-CONTABCTL.
           CLOSE FIC-CONTABCTL.
      ****** RELATORIOS ANUAIS (ALUGUERES + HISTORICO) *****************
       RELATORIO-ANUAL.
           PERFORM BASE.
           DISPLAY "Relatorio Anual" HIGHLIGHT AT 0217.

           DISPLAY "A calcular os totais anuais..." HIGHLIGHT AT 0403.

           PERFORM RELATORIO-ANUAL-DADOS.

           DISPLAY "Relatorio concluido.          " HIGHLIGHT AT 0403.
           DISPLAY "Combinacoes Ano/Tema:"
           AT 0603 FOREGROUND-COLOR 3 HIGHLIGHT.
           DISPLAY NUM-TAT HIGHLIGHT AT 0625.
           DISPLAY "Combinacoes Ano/Livro:"
           AT 0803 FOREGROUND-COLOR 3 HIGHLIGHT.
           DISPLAY NUM-TAL HIGHLIGHT AT 0826.
           DISPLAY "Combinacoes Ano/Cliente:"
           AT 1003 FOREGROUND-COLOR 3 HIGHLIGHT.
           DISPLAY NUM-TAC HIGHLIGHT AT 1028.
           DISPLAY "Relatorio gravado em RELANUAL.TXT."
           HIGHLIGHT AT 1203.

           DISPLAY "Prima ENTER para continuar." HIGHLIGHT AT 1403.
           ACCEPT OMITTED AT 1431.
           MOVE "N" TO REPETIR-MENU.
      ******************************************************************
       RELATORIO-ANUAL-DADOS.
           MOVE 0 TO NUM-TAT.
           MOVE 0 TO NUM-TAL.
           MOVE 0 TO NUM-TAC.

           MOVE 0 TO ALUGUER-COD.
           START FIC-ALUGUERES KEY > ALUGUER-COD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF FS <> "05" AND FS <> "23" THEN
                       PERFORM UNTIL FS = "10"
                           READ FIC-ALUGUERES NEXT RECORD
                               NOT AT END
                                   PERFORM ACUMULAR-RELATORIO-ANUAL
                           END-READ
                       END-PERFORM
                   END-IF
           END-START.

           MOVE 0 TO HIST-ALUGUER-COD.
           START FIC-HISTORICO KEY > HIST-ALUGUER-COD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF FS <> "05" AND FS <> "23" THEN
                       PERFORM UNTIL FS = "10"
                           READ FIC-HISTORICO NEXT RECORD
                               NOT AT END
                                   MOVE REGISTO-HISTORICO
                                   TO REGISTO-ALUGUER
                                   PERFORM ACUMULAR-RELATORIO-ANUAL
                           END-READ
                       END-PERFORM
                   END-IF
           END-START.

           OPEN OUTPUT FIC-RELATORIO.

           MOVE FUNCTION CONCATENATE(
           "Relatorio Anual de Alugueres | Data: " DATA-FORMATADA)
           TO LINHA-RELATORIO.
           WRITE REGISTO-RELATORIO.

           MOVE "Alugueres por Ano e Tema:" TO LINHA-RELATORIO.
           WRITE REGISTO-RELATORIO.
           PERFORM ESCREVER-RELATORIO-TEMAS.

           MOVE "Alugueres por Ano e Livro:" TO LINHA-RELATORIO.
           WRITE REGISTO-RELATORIO.
           PERFORM ESCREVER-RELATORIO-LIVROS.

           MOVE "Alugueres por Ano e Cliente:" TO LINHA-RELATORIO.
           WRITE REGISTO-RELATORIO.
           PERFORM ESCREVER-RELATORIO-CLIENTES.

           CLOSE FIC-RELATORIO.
      ******************************************************************
       ACUMULAR-RELATORIO-ANUAL.
           MOVE ANO-ALUGUER TO ANO-RELATORIO.
           IF ANO-RELATORIO > 0 THEN
               MOVE ALUGUER-LIVRO-COD TO LIVRO-COD
               READ FIC-LIVROS
                   INVALID KEY
                       MOVE 0 TO TEMA-RELATORIO
                   NOT INVALID KEY
                       IF LIVRO-TEMA-COD = SPACES THEN
                           MOVE 0 TO TEMA-RELATORIO
                       ELSE
                           MOVE LIVRO-TEMA-COD TO TEMA-RELATORIO
                       END-IF
               END-READ

               PERFORM ACUMULAR-ANO-TEMA
               PERFORM ACUMULAR-ANO-LIVRO
               PERFORM ACUMULAR-ANO-CLIENTE
           END-IF.
      ******************************************************************
       ACUMULAR-ANO-TEMA.
           MOVE "N" TO ENCONTRADO.
           PERFORM VARYING SUB-TAT FROM 1 BY 1
           UNTIL SUB-TAT > NUM-TAT OR ENCONTRADO = "S"
               IF TAT-ANO(SUB-TAT) = ANO-RELATORIO AND
               TAT-TEMA-COD(SUB-TAT) = TEMA-RELATORIO THEN
                   ADD 1 TO TAT-CONTADOR(SUB-TAT)
                   MOVE "S" TO ENCONTRADO
               END-IF
           END-PERFORM.
           IF ENCONTRADO = "N" AND NUM-TAT < 200 THEN
               ADD 1 TO NUM-TAT
               MOVE ANO-RELATORIO TO TAT-ANO(NUM-TAT)
               MOVE TEMA-RELATORIO TO TAT-TEMA-COD(NUM-TAT)
               MOVE 1 TO TAT-CONTADOR(NUM-TAT)
           END-IF.
      ******************************************************************
       ACUMULAR-ANO-LIVRO.
           MOVE "N" TO ENCONTRADO.
           PERFORM VARYING SUB-TAL FROM 1 BY 1
           UNTIL SUB-TAL > NUM-TAL OR ENCONTRADO = "S"
               IF TAL-ANO(SUB-TAL) = ANO-RELATORIO AND
               TAL-LIVRO-COD(SUB-TAL) = ALUGUER-LIVRO-COD THEN
                   ADD 1 TO TAL-CONTADOR(SUB-TAL)
                   MOVE "S" TO ENCONTRADO
               END-IF
           END-PERFORM.
           IF ENCONTRADO = "N" AND NUM-TAL < 200 THEN
               ADD 1 TO NUM-TAL
               MOVE ANO-RELATORIO TO TAL-ANO(NUM-TAL)
               MOVE ALUGUER-LIVRO-COD TO TAL-LIVRO-COD(NUM-TAL)
               MOVE 1 TO TAL-CONTADOR(NUM-TAL)
           END-IF.
      ******************************************************************
       ACUMULAR-ANO-CLIENTE.
           MOVE "N" TO ENCONTRADO.
           PERFORM VARYING SUB-TAC FROM 1 BY 1
           UNTIL SUB-TAC > NUM-TAC OR ENCONTRADO = "S"
               IF TAC-ANO(SUB-TAC) = ANO-RELATORIO AND
               TAC-CLIENTE-COD(SUB-TAC) = ALUGUER-CLIENTE-COD THEN
                   ADD 1 TO TAC-CONTADOR(SUB-TAC)
                   MOVE "S" TO ENCONTRADO
               END-IF
           END-PERFORM.
           IF ENCONTRADO = "N" AND NUM-TAC < 200 THEN
               ADD 1 TO NUM-TAC
               MOVE ANO-RELATORIO TO TAC-ANO(NUM-TAC)
               MOVE ALUGUER-CLIENTE-COD TO TAC-CLIENTE-COD(NUM-TAC)
               MOVE 1 TO TAC-CONTADOR(NUM-TAC)
           END-IF.
      ******************************************************************
       ESCREVER-RELATORIO-TEMAS.
           MOVE "N" TO FIM-RELATORIO-ANUAL.
           PERFORM UNTIL FIM-RELATORIO-ANUAL = "S"
               MOVE 0 TO SUB-MINIMO
               MOVE 999999999 TO CHAVE-MINIMA
               PERFORM VARYING SUB-TAT FROM 1 BY 1
               UNTIL SUB-TAT > NUM-TAT
                   IF TAT-CONTADOR(SUB-TAT) > 0 THEN
                       COMPUTE CHAVE-RELATORIO =
                       TAT-ANO(SUB-TAT) * 100000
                       + TAT-TEMA-COD(SUB-TAT)
                       IF CHAVE-RELATORIO < CHAVE-MINIMA THEN
                           MOVE CHAVE-RELATORIO TO CHAVE-MINIMA
                           MOVE SUB-TAT TO SUB-MINIMO
                       END-IF
                   END-IF
               END-PERFORM

               IF SUB-MINIMO = 0 THEN
                   MOVE "S" TO FIM-RELATORIO-ANUAL
               ELSE
                   MOVE TAT-TEMA-COD(SUB-MINIMO) TO TEMA-COD
                   READ FIC-TEMAS
                       INVALID KEY
                           MOVE SPACES TO TEMA
                   END-READ
                   MOVE FUNCTION CONCATENATE(
                   "  Ano: " TAT-ANO(SUB-MINIMO) " | Tema: "
                   TAT-TEMA-COD(SUB-MINIMO) " "
                   FUNCTION TRIM(TEMA) " | Alugueres: "
                   TAT-CONTADOR(SUB-MINIMO)) TO LINHA-RELATORIO
                   WRITE REGISTO-RELATORIO
                   MOVE 0 TO TAT-CONTADOR(SUB-MINIMO)
               END-IF
           END-PERFORM.
      ******************************************************************
       ESCREVER-RELATORIO-LIVROS.
           MOVE "N" TO FIM-RELATORIO-ANUAL.
           PERFORM UNTIL FIM-RELATORIO-ANUAL = "S"
               MOVE 0 TO SUB-MINIMO
               MOVE 999999999 TO CHAVE-MINIMA
               PERFORM VARYING SUB-TAL FROM 1 BY 1
               UNTIL SUB-TAL > NUM-TAL
                   IF TAL-CONTADOR(SUB-TAL) > 0 THEN
                       COMPUTE CHAVE-RELATORIO =
                       TAL-ANO(SUB-TAL) * 100000
                       + TAL-LIVRO-COD(SUB-TAL)
                       IF CHAVE-RELATORIO < CHAVE-MINIMA THEN
                           MOVE CHAVE-RELATORIO TO CHAVE-MINIMA
                           MOVE SUB-TAL TO SUB-MINIMO
                       END-IF
                   END-IF
               END-PERFORM

               IF SUB-MINIMO = 0 THEN
                   MOVE "S" TO FIM-RELATORIO-ANUAL
               ELSE
                   MOVE TAL-LIVRO-COD(SUB-MINIMO) TO LIVRO-COD
                   READ FIC-LIVROS
                       INVALID KEY
                           MOVE SPACES TO TITULO
                   END-READ
                   MOVE FUNCTION CONCATENATE(
                   "  Ano: " TAL-ANO(SUB-MINIMO) " | Livro: "
                   TAL-LIVRO-COD(SUB-MINIMO) " "
                   FUNCTION TRIM(TITULO) " | Alugueres: "
                   TAL-CONTADOR(SUB-MINIMO)) TO LINHA-RELATORIO
                   WRITE REGISTO-RELATORIO
                   MOVE 0 TO TAL-CONTADOR(SUB-MINIMO)
               END-IF
           END-PERFORM.
      ******************************************************************
       ESCREVER-RELATORIO-CLIENTES.
           MOVE "N" TO FIM-RELATORIO-ANUAL.
           PERFORM UNTIL FIM-RELATORIO-ANUAL = "S"
               MOVE 0 TO SUB-MINIMO
               MOVE 999999999 TO CHAVE-MINIMA
               PERFORM VARYING SUB-TAC FROM 1 BY 1
               UNTIL SUB-TAC > NUM-TAC
                   IF TAC-CONTADOR(SUB-TAC) > 0 THEN
                       COMPUTE CHAVE-RELATORIO =
                       TAC-ANO(SUB-TAC) * 100000
                       + TAC-CLIENTE-COD(SUB-TAC)
                       IF CHAVE-RELATORIO < CHAVE-MINIMA THEN
                           MOVE CHAVE-RELATORIO TO CHAVE-MINIMA
                           MOVE SUB-TAC TO SUB-MINIMO
                       END-IF
                   END-IF
               END-PERFORM

               IF SUB-MINIMO = 0 THEN
                   MOVE "S" TO FIM-RELATORIO-ANUAL
               ELSE
                   MOVE TAC-CLIENTE-COD(SUB-MINIMO) TO CLIENTE-COD
                   READ FIC-CLIENTES
                       INVALID KEY
                           MOVE SPACES TO NOME
                   END-READ
                   MOVE FUNCTION CONCATENATE(
                   "  Ano: " TAC-ANO(SUB-MINIMO) " | Cliente: "
                   TAC-CLIENTE-COD(SUB-MINIMO) " "
                   FUNCTION TRIM(NOME) " | Alugueres: "
                   TAC-CONTADOR(SUB-MINIMO)) TO LINHA-RELATORIO
                   WRITE REGISTO-RELATORIO
                   MOVE 0 TO TAC-CONTADOR(SUB-MINIMO)
               END-IF
           END-PERFORM.
      ******************************************************************
       IMPORTAR-FICHEIRO.
           PERFORM BASE.
           DISPLAY "Importar" HIGHLIGHT AT 0217.

           DISPLAY "A importar registos de IMPORTA.TXT..."
           HIGHLIGHT AT 0403.

           PERFORM IMPORTAR-DADOS.

           DISPLAY "Importacao concluida.                "
           HIGHLIGHT AT 0403.
           DISPLAY "Registos importados:"
           FOREGROUND-COLOR 3 HIGHLIGHT AT 0603.
           DISPLAY NUM-IMPORTADOS HIGHLIGHT AT 0624.
           DISPLAY "Registos rejeitados:"
           FOREGROUND-COLOR 3 HIGHLIGHT AT 0803.
           DISPLAY NUM-REJEITADOS HIGHLIGHT AT 0824.

           IF NUM-REJEITADOS > 0 THEN
               DISPLAY "Consulte os motivos em REJEITADOS.TXT."
               FOREGROUND-COLOR 4 HIGHLIGHT AT 1003
           END-IF.

           DISPLAY "Prima ENTER para continuar." HIGHLIGHT AT 1203.
           ACCEPT OMITTED AT 1231.
           MOVE "N" TO REPETIR-MENU.
      ******************************************************************
       IMPORTAR-DADOS.
           MOVE 0 TO NUM-IMPORTADOS.
           MOVE 0 TO NUM-REJEITADOS.
           MOVE "N" TO FIM-IMPORTA.
           OPEN INPUT FIC-IMPORTA.
           OPEN OUTPUT FIC-REJEITADOS.

           PERFORM UNTIL FIM-IMPORTA = "S"
               READ FIC-IMPORTA
                   AT END
                       MOVE "S" TO FIM-IMPORTA
                   NOT AT END
                       IF LINHA-IMPORTA NOT = SPACES THEN
                           PERFORM IMPORTAR-LINHA
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE FIC-IMPORTA.
           CLOSE FIC-REJEITADOS.
      ******************************************************************
       IMPORTAR-LINHA.
           MOVE SPACES TO CAMPOS-IMPORTA.
           UNSTRING LINHA-IMPORTA DELIMITED BY ";"
               INTO IMP-TIPO IMP-CAMPO1 IMP-CAMPO2 IMP-CAMPO3
               IMP-CAMPO4 IMP-CAMPO5.

           MOVE "S" TO REGISTO-IMPORTA-OK.
           MOVE SPACES TO MOTIVO-REJEICAO.

           EVALUATE FUNCTION TRIM(IMP-TIPO)
               WHEN "CLIENTE"
                   PERFORM IMPORTAR-CLIENTE
               WHEN "LIVRO"
                   PERFORM IMPORTAR-LIVRO
               WHEN OTHER
                   MOVE "Tipo de registo desconhecido"
                   TO MOTIVO-REJEICAO
                   MOVE "N" TO REGISTO-IMPORTA-OK
           END-EVALUATE.

           IF (REGISTO-IMPORTA-OK = "N") THEN
               MOVE FUNCTION CONCATENATE(
               FUNCTION TRIM(LINHA-IMPORTA) " | Motivo: "
               FUNCTION TRIM(MOTIVO-REJEICAO)) TO LINHA-REJEITADO
               WRITE REGISTO-REJEITADOS
               ADD 1 TO NUM-REJEITADOS
           ELSE
               ADD 1 TO NUM-IMPORTADOS
           END-IF.
      ******************************************************************
       IMPORTAR-CLIENTE.
           MOVE IMP-CAMPO1 TO CAMPO-NUMERICO.
           PERFORM VALIDAR-NUMERICO.
           IF NUMERO-VALIDO = "N" OR VALOR-NUMERICO = 0
           OR VALOR-NUMERICO > 99999 THEN
               MOVE "Codigo de cliente invalido" TO MOTIVO-REJEICAO
               MOVE "N" TO REGISTO-IMPORTA-OK
           ELSE
               MOVE VALOR-NUMERICO TO IMP-COD
               MOVE IMP-COD TO CLIENTE-COD
               READ FIC-CLIENTES
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "Codigo de cliente ja existe"
                       TO MOTIVO-REJEICAO
                       MOVE "N" TO REGISTO-IMPORTA-OK
               END-READ
           END-IF.

           IF (REGISTO-IMPORTA-OK = "S") THEN
               MOVE IMP-CAMPO2 TO CAMPO-NUMERICO
               PERFORM VALIDAR-NUMERICO
               IF NUMERO-VALIDO = "N" OR
               VALOR-NUMERICO < 100000000 THEN
                   MOVE "NIF invalido" TO MOTIVO-REJEICAO
                   MOVE "N" TO REGISTO-IMPORTA-OK
               ELSE
                   MOVE VALOR-NUMERICO TO IMP-NIF
                   MOVE IMP-NIF TO NIF
                   READ FIC-CLIENTES KEY NIF
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE "NIF ja existe" TO MOTIVO-REJEICAO
                           MOVE "N" TO REGISTO-IMPORTA-OK
                   END-READ
               END-IF
           END-IF.

           IF (REGISTO-IMPORTA-OK = "S") THEN
               IF IMP-CAMPO3 = SPACES THEN
                   MOVE "Nome em branco" TO MOTIVO-REJEICAO
                   MOVE "N" TO REGISTO-IMPORTA-OK
               END-IF
           END-IF.

           IF (REGISTO-IMPORTA-OK = "S") THEN
               PERFORM VALIDAR-DATA-IMPORTA
               IF DATA-IMPORTA-OK = "N" THEN
                   MOVE "Data de admissao invalida" TO MOTIVO-REJEICAO
                   MOVE "N" TO REGISTO-IMPORTA-OK
               END-IF
           END-IF.

           IF (REGISTO-IMPORTA-OK = "S") THEN
               MOVE IMP-COD TO CLIENTE-COD
               MOVE IMP-NIF TO NIF
               MOVE IMP-CAMPO3 TO NOME
               MOVE IMP-ANO TO ANO-ADMISSAO
               MOVE IMP-MES TO MES-ADMISSAO
               MOVE IMP-DIA TO DIA-ADMISSAO
               MOVE IMP-CAMPO5 TO EMAIL
               MOVE 0 TO ANO-VALIDADE
               MOVE 0 TO MES-VALIDADE
               MOVE 0 TO DIA-VALIDADE
               MOVE 0 TO CLIENTE-CATEGORIA
               WRITE REGISTO-CLIENTES
                   INVALID KEY
                       MOVE "Erro ao gravar cliente" TO MOTIVO-REJEICAO
                       MOVE "N" TO REGISTO-IMPORTA-OK
                   NOT INVALID KEY
                       MOVE "CLIENTES" TO AUDITORIA-FICHEIRO
                       MOVE "WRITE" TO AUDITORIA-OPERACAO
                       MOVE CLIENTE-COD TO AUDITORIA-CHAVE
                       PERFORM REGISTAR-AUDITORIA
               END-WRITE
           END-IF.
      ******************************************************************
       IMPORTAR-LIVRO.
           MOVE IMP-CAMPO1 TO CAMPO-NUMERICO.
           PERFORM VALIDAR-NUMERICO.
           IF NUMERO-VALIDO = "N" OR VALOR-NUMERICO = 0
           OR VALOR-NUMERICO > 99999 THEN
               MOVE "Codigo de livro invalido" TO MOTIVO-REJEICAO
               MOVE "N" TO REGISTO-IMPORTA-OK
           ELSE
               MOVE VALOR-NUMERICO TO IMP-COD
               MOVE IMP-COD TO LIVRO-COD
               READ FIC-LIVROS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "Codigo de livro ja existe"
                       TO MOTIVO-REJEICAO
                       MOVE "N" TO REGISTO-IMPORTA-OK
               END-READ
           END-IF.

           IF (REGISTO-IMPORTA-OK = "S") THEN
               MOVE IMP-CAMPO2 TO CAMPO-NUMERICO
               PERFORM VALIDAR-NUMERICO
               IF NUMERO-VALIDO = "N" OR VALOR-NUMERICO = 0
               OR VALOR-NUMERICO > 99999 THEN
                   MOVE "Codigo de tema invalido" TO MOTIVO-REJEICAO
                   MOVE "N" TO REGISTO-IMPORTA-OK
               ELSE
                   MOVE VALOR-NUMERICO TO TEMA-COD
                   READ FIC-TEMAS
                       INVALID KEY
                           MOVE "Tema nao existe" TO MOTIVO-REJEICAO
                           MOVE "N" TO REGISTO-IMPORTA-OK
                   END-READ
               END-IF
           END-IF.

           IF (REGISTO-IMPORTA-OK = "S") THEN
               MOVE IMP-CAMPO3 TO CAMPO-NUMERICO
               PERFORM VALIDAR-NUMERICO
               IF NUMERO-VALIDO = "N" OR VALOR-NUMERICO = 0
               OR VALOR-NUMERICO > 99999 THEN
                   MOVE "Codigo de autor invalido" TO MOTIVO-REJEICAO
                   MOVE "N" TO REGISTO-IMPORTA-OK
               ELSE
                   MOVE VALOR-NUMERICO TO AUTOR-COD
                   READ FIC-AUTORES
                       INVALID KEY
                           MOVE "Autor nao existe" TO MOTIVO-REJEICAO
                           MOVE "N" TO REGISTO-IMPORTA-OK
                   END-READ
               END-IF
           END-IF.

           IF (REGISTO-IMPORTA-OK = "S") THEN
               IF IMP-CAMPO4 = SPACES THEN
                   MOVE "Titulo em branco" TO MOTIVO-REJEICAO
                   MOVE "N" TO REGISTO-IMPORTA-OK
               END-IF
           END-IF.

           IF (REGISTO-IMPORTA-OK = "S") THEN
               MOVE IMP-CAMPO5 TO CAMPO-NUMERICO
               PERFORM VALIDAR-NUMERICO
               IF NUMERO-VALIDO = "N" OR VALOR-NUMERICO = 0
               OR VALOR-NUMERICO > 999 THEN
                   MOVE "Numero de exemplares invalido"
                   TO MOTIVO-REJEICAO
                   MOVE "N" TO REGISTO-IMPORTA-OK
               END-IF
           END-IF.

           IF (REGISTO-IMPORTA-OK = "S") THEN
               MOVE IMP-COD TO LIVRO-COD
               MOVE IMP-CAMPO4 TO TITULO
               MOVE TEMA-COD TO LIVRO-TEMA-COD
               MOVE AUTOR-COD TO LIVRO-AUTOR-COD
               MOVE VALOR-NUMERICO TO NUM-EXEMPLARES
               WRITE REGISTO-LIVROS
                   INVALID KEY
                       MOVE "Erro ao gravar livro" TO MOTIVO-REJEICAO
                       MOVE "N" TO REGISTO-IMPORTA-OK
                   NOT INVALID KEY
                       MOVE "LIVROS" TO AUDITORIA-FICHEIRO
                       MOVE "WRITE" TO AUDITORIA-OPERACAO
                       MOVE LIVRO-COD TO AUDITORIA-CHAVE
                       PERFORM REGISTAR-AUDITORIA
                       PERFORM CRIAR-EXEMPLARES-LIVRO
               END-WRITE
           END-IF.
      ******************************************************************
       VALIDAR-NUMERICO.
           MOVE "N" TO NUMERO-VALIDO.
           MOVE 0 TO VALOR-NUMERICO.
           MOVE FUNCTION TRIM(CAMPO-NUMERICO) TO CAMPO-NUMERICO.

           IF CAMPO-NUMERICO NOT = SPACES THEN
               MOVE FUNCTION LENGTH(FUNCTION TRIM(CAMPO-NUMERICO))
               TO LEN-NUM
               IF LEN-NUM <= 9 THEN
                   MOVE "S" TO NUMERO-VALIDO
                   PERFORM VARYING POS-NUM FROM 1 BY 1
                   UNTIL POS-NUM > LEN-NUM
                       IF CAMPO-NUMERICO(POS-NUM:1) < "0" OR
                       CAMPO-NUMERICO(POS-NUM:1) > "9" THEN
                           MOVE "N" TO NUMERO-VALIDO
                       END-IF
                   END-PERFORM
                   IF NUMERO-VALIDO = "S" THEN
                       COMPUTE VALOR-NUMERICO =
                       FUNCTION NUMVAL(CAMPO-NUMERICO(1:LEN-NUM))
                   END-IF
               END-IF
           END-IF.
      ******************************************************************
       VALIDAR-DATA-IMPORTA.
           MOVE "N" TO DATA-IMPORTA-OK.
           MOVE SPACES TO DATA-IMPORTA.
           UNSTRING IMP-CAMPO4 DELIMITED BY "-"
               INTO IMP-DATA-A IMP-DATA-M IMP-DATA-D.

           MOVE IMP-DATA-A TO CAMPO-NUMERICO.
           PERFORM VALIDAR-NUMERICO.
           IF NUMERO-VALIDO = "S" AND VALOR-NUMERICO >= 1950
           AND VALOR-NUMERICO <= ANO-SISTEMA THEN
               MOVE VALOR-NUMERICO TO IMP-ANO
               MOVE IMP-DATA-M TO CAMPO-NUMERICO
               PERFORM VALIDAR-NUMERICO
               IF NUMERO-VALIDO = "S" AND VALOR-NUMERICO >= 1
               AND VALOR-NUMERICO <= 12 THEN
                   MOVE VALOR-NUMERICO TO IMP-MES

                   DIVIDE IMP-ANO BY 4 GIVING TEMP
                   REMAINDER ANO-BISSEXTO
                   EVALUATE IMP-MES
                       WHEN 1
                       WHEN 3
                       WHEN 5
                       WHEN 7
                       WHEN 8
                       WHEN 10
                       WHEN 12
                           MOVE 31 TO DIAS-MES
                       WHEN 4
                       WHEN 6
                       WHEN 9
                       WHEN 11
                           MOVE 30 TO DIAS-MES
                       WHEN 2
                           IF ANO-BISSEXTO = 0 THEN
                               MOVE 29 TO DIAS-MES
                           ELSE
                               MOVE 28 TO DIAS-MES
                   END-EVALUATE

                   MOVE IMP-DATA-D TO CAMPO-NUMERICO
                   PERFORM VALIDAR-NUMERICO
                   IF NUMERO-VALIDO = "S" AND VALOR-NUMERICO >= 1
                   AND VALOR-NUMERICO <= DIAS-MES THEN
                       MOVE VALOR-NUMERICO TO IMP-DIA
                       MOVE "S" TO DATA-IMPORTA-OK
                   END-IF

                   IF DATA-IMPORTA-OK = "S" AND
                   IMP-ANO = ANO-SISTEMA THEN
                       IF IMP-MES > MES-SISTEMA THEN
                           MOVE "N" TO DATA-IMPORTA-OK
                       END-IF
                       IF IMP-MES = MES-SISTEMA AND
                       IMP-DIA > DIA-SISTEMA THEN
                           MOVE "N" TO DATA-IMPORTA-OK
                       END-IF
                   END-IF
               END-IF
           END-IF.
      ******************************************************************
      ******************************************************************
      ******************************************************************
       MENU-UTILITARIOS.
           PERFORM UNTIL SAIR = "S"
               PERFORM BASE
               DISPLAY "Menu Utilitarios" HIGHLIGHT AT 0217
               DISPLAY "    Utilitarios    "
               FOREGROUND-COLOR 3 HIGHLIGHT AT 0545
               DISPLAY "o-----------------------o"
               FOREGROUND-COLOR 3 AT 0642
               DISPLAY "Verif. Integridade  1" HIGHLIGHT AT 0744
               IF NIVEL-ATUAL > 1 THEN
                   DISPLAY "Arquivar Alugueres  2" HIGHLIGHT AT 0844
               END-IF
               DISPLAY "Consultar Historico 3" HIGHLIGHT AT 0944
               IF NIVEL-ATUAL > 1 THEN
                   DISPLAY "Operadores -------- 4" HIGHLIGHT AT 1044
                   DISPLAY "Parametros -------- 5" HIGHLIGHT AT 1144
                   DISPLAY "Copia Seguranca --- 6" HIGHLIGHT AT 1244
                   DISPLAY "Restaurar --------- 7" HIGHLIGHT AT 1344
                   DISPLAY "Retencao de Dados - 8" HIGHLIGHT AT 1444
                   DISPLAY "Tabelas ----------- 0" HIGHLIGHT AT 1544
               END-IF
               DISPLAY "Menu Inicial ------ 9" HIGHLIGHT AT 1644
               DISPLAY "[ ]"                   HIGHLIGHT AT 1853
               MOVE "S" TO REPETIR-MENU
               PERFORM UNTIL REPETIR-MENU = "N"
                   ACCEPT ESCOLHA AT 1854 AUTO
                   EVALUATE ESCOLHA
                       WHEN 1 PERFORM VERIFICAR-INTEGRIDADE
                       WHEN 2
                           IF NIVEL-ATUAL > 1 THEN
                               PERFORM ARQUIVAR-ALUGUERES
                           ELSE
                               PERFORM ACESSO-NEGADO
                           END-IF
                       WHEN 3 PERFORM CONSULTAR-HISTORICO
                       WHEN 4
                           IF NIVEL-ATUAL > 1 THEN
                               PERFORM MENU-OPERADORES
                           ELSE
                               PERFORM ACESSO-NEGADO
                           END-IF
                       WHEN 5
                           IF NIVEL-ATUAL > 1 THEN
                               PERFORM PARAMETROS-ALTERAR
                           ELSE
                               PERFORM ACESSO-NEGADO
                           END-IF
                       WHEN 6
                           IF NIVEL-ATUAL > 1 THEN
                               PERFORM UTIL-BACKUP
                           ELSE
                               PERFORM ACESSO-NEGADO
                           END-IF
                       WHEN 7
                           IF NIVEL-ATUAL > 1 THEN
                               PERFORM UTIL-RESTAURO
                           ELSE
                               PERFORM ACESSO-NEGADO
                           END-IF
                       WHEN 8
                           IF NIVEL-ATUAL > 1 THEN
                               PERFORM UTIL-RETENCAO
                           ELSE
                               PERFORM ACESSO-NEGADO
                           END-IF
                       WHEN 0
                           IF NIVEL-ATUAL > 1 THEN
                               PERFORM MENU-TABELAS
                           ELSE
                               PERFORM ACESSO-NEGADO
                           END-IF
                       WHEN 9
                           MOVE "S" TO SAIR
                           MOVE "N" TO REPETIR-MENU
                       WHEN OTHER
                           DISPLAY "Escolha invalida!" AT 1646
                           FOREGROUND-COLOR 4 HIGHLIGHT
                           MOVE "S" TO REPETIR-MENU
                   END-EVALUATE
               END-PERFORM
           END-PERFORM.
           MOVE "N" TO SAIR.
           MOVE "N" TO REPETIR-MENU.
      ****** TABELAS DE FUNCIONAMENTO **********************************
       MENU-TABELAS.
           PERFORM UNTIL SAIR = "S"
               PERFORM BASE
               DISPLAY "Menu Tabelas" HIGHLIGHT AT 0217
               DISPLAY "      Tabelas      "
               FOREGROUND-COLOR 3 HIGHLIGHT AT 0545
               DISPLAY "o-----------------------o"
               FOREGROUND-COLOR 3 AT 0642
               DISPLAY "Calendario -------- 1" HIGHLIGHT AT 0744
               DISPLAY "Polos ------------- 2" HIGHLIGHT AT 0844
               DISPLAY "Parceiros --------- 3" HIGHLIGHT AT 0944
               DISPLAY "Categorias -------- 4" HIGHLIGHT AT 1044
               DISPLAY "Menu Utilitarios -- 9" HIGHLIGHT AT 1244
               DISPLAY "[ ]"                   HIGHLIGHT AT 1453
               MOVE "S" TO REPETIR-MENU
               PERFORM UNTIL REPETIR-MENU = "N"
                   ACCEPT ESCOLHA AT 1454 AUTO
                   EVALUATE ESCOLHA
                       WHEN 1 PERFORM MENU-CALENDARIO
                       WHEN 2 PERFORM MENU-POLOS
                       WHEN 3 PERFORM MENU-PARCEIROS
                       WHEN 4 PERFORM MENU-CATEGORIAS
                       WHEN 9
                           MOVE "S" TO SAIR
                           MOVE "N" TO REPETIR-MENU
                       WHEN OTHER
                           DISPLAY "Escolha invalida!" AT 1646
                           FOREGROUND-COLOR 4 HIGHLIGHT
                           MOVE "S" TO REPETIR-MENU
                   END-EVALUATE
               END-PERFORM
           END-PERFORM.
           MOVE "N" TO SAIR.
           MOVE "N" TO REPETIR-MENU.
      ******************************************************************
       MENU-CALENDARIO.
           PERFORM UNTIL SAIR = "S"
               PERFORM BASE
               DISPLAY "Menu Calendario" HIGHLIGHT AT 0217
               DISPLAY "Dias de Encerramento"
               FOREGROUND-COLOR 3 HIGHLIGHT AT 0545
               DISPLAY "o-----------------------o"
               FOREGROUND-COLOR 3 AT 0642
               DISPLAY "Novo Encerramento - 1" HIGHLIGHT AT 0744
               DISPLAY "Eliminar ---------- 2" HIGHLIGHT AT 0844
               DISPLAY "Listagem ---------- 3" HIGHLIGHT AT 0944
               DISPLAY "Fecho Semanal ----- 4" HIGHLIGHT AT 1044
               DISPLAY "Alugueres Afetados  5" HIGHLIGHT AT 1144
               DISPLAY "Menu Tabelas ------ 9" HIGHLIGHT AT 1344
               DISPLAY "[ ]"                   HIGHLIGHT AT 1553
               MOVE "S" TO REPETIR-MENU
               PERFORM UNTIL REPETIR-MENU = "N"
                   ACCEPT ESCOLHA AT 1554 AUTO
                   EVALUATE ESCOLHA
                       WHEN 1 PERFORM CALENDARIO-NOVO
                       WHEN 2 PERFORM CALENDARIO-ELIMINAR
                       WHEN 3 PERFORM CALENDARIO-LISTAGEM
                       WHEN 4 PERFORM CALENDARIO-SEMANAL
                       WHEN 5 PERFORM CALENDARIO-AFETADOS
                       WHEN 9
                           MOVE "S" TO SAIR
                           MOVE "N" TO REPETIR-MENU
                       WHEN OTHER
                           DISPLAY "Escolha invalida!" AT 1746
                           FOREGROUND-COLOR 4 HIGHLIGHT
                           MOVE "S" TO REPETIR-MENU
                   END-EVALUATE
               END-PERFORM
           END-PERFORM.
           MOVE "N" TO SAIR.
           MOVE "N" TO REPETIR-MENU.
      ******************************************************************
       ACEITAR-DATA-TRABALHO.
           DISPLAY "(Ano)" LINE LINHA COL 30 FOREGROUND-COLOR 3
           HIGHLIGHT.
           DISPLAY "Deixe Zero para inserir o Ano atual."
           HIGHLIGHT LINE LINHA COL 36.

           MOVE 0 TO ANO-TRABALHO.
           PERFORM WITH TEST AFTER UNTIL (ANO-TRABALHO = 0) OR
           (ANO-TRABALHO >= 1950 AND ANO-TRABALHO <= 2099)
               ACCEPT ANO-TRABALHO AUTO LINE LINHA COL 25 HIGHLIGHT
               IF NOT (ANO-TRABALHO = 0) AND
               NOT (ANO-TRABALHO >= 1950 AND ANO-TRABALHO <= 2099)
                   DISPLAY "Ano invalido!"
                   FOREGROUND-COLOR 4 HIGHLIGHT LINE LINHA COL 73
               END-IF
           END-PERFORM.

           IF ANO-TRABALHO = 0 THEN
               MOVE ANO-SISTEMA TO ANO-TRABALHO
           END-IF.

           DISPLAY "                                           "
           & "                " LINE LINHA COL 30.
           DISPLAY ANO-TRABALHO LINE LINHA COL 25 HIGHLIGHT.

           DISPLAY "-" LINE LINHA COL 29 HIGHLIGHT.

           DISPLAY "(Mes)" LINE LINHA COL 33 FOREGROUND-COLOR 3
           HIGHLIGHT.
           DISPLAY "Deixe Zero para inserir o Mes atual."
           HIGHLIGHT LINE LINHA COL 39.

           MOVE 0 TO MES-TRABALHO.
           PERFORM WITH TEST AFTER UNTIL
           (MES-TRABALHO >= 0 AND <= 12)
               ACCEPT MES-TRABALHO AUTO LINE LINHA COL 30 HIGHLIGHT
               IF NOT (MES-TRABALHO >= 0 AND <= 12) THEN
                   DISPLAY "Mes invalido!"
                   FOREGROUND-COLOR 4 HIGHLIGHT LINE LINHA COL 76
               END-IF
           END-PERFORM.

           IF MES-TRABALHO = 0 THEN
               MOVE MES-SISTEMA TO MES-TRABALHO
           END-IF.
           DISPLAY "                                           "
           & "             " LINE LINHA COL 33.
           DISPLAY MES-TRABALHO LINE LINHA COL 30 HIGHLIGHT.

           DIVIDE ANO-TRABALHO BY 4 GIVING TEMP
           REMAINDER ANO-BISSEXTO.
           EVALUATE MES-TRABALHO
               WHEN 1
               WHEN 3
               WHEN 5
               WHEN 7
               WHEN 8
               WHEN 10
               WHEN 12
                   MOVE 31 TO DIAS-MES
               WHEN 4
               WHEN 6
               WHEN 9
               WHEN 11
                   MOVE 30 TO DIAS-MES
               WHEN 2
                   IF ANO-BISSEXTO = 0 THEN
                       MOVE 29 TO DIAS-MES
                   ELSE
                       MOVE 28 TO DIAS-MES
           END-EVALUATE.

           DISPLAY "-" LINE LINHA COL 32 HIGHLIGHT.

           DISPLAY "(Dia)" LINE LINHA COL 36 FOREGROUND-COLOR 3
           HIGHLIGHT.
           DISPLAY "Deixe Zero para inserir o Dia atual."
           HIGHLIGHT LINE LINHA COL 42.

           MOVE 0 TO DIA-TRABALHO.
           PERFORM WITH TEST AFTER UNTIL
           (DIA-TRABALHO >= 1 AND DIA-TRABALHO <= DIAS-MES)
               ACCEPT DIA-TRABALHO AUTO LINE LINHA COL 33 HIGHLIGHT
               IF DIA-TRABALHO = 0 THEN
                   MOVE DIA-SISTEMA TO DIA-TRABALHO
               END-IF
               IF NOT (DIA-TRABALHO >= 1 AND
               DIA-TRABALHO <= DIAS-MES) THEN
                   DISPLAY "Dia invalido!"
                   FOREGROUND-COLOR 4 HIGHLIGHT LINE LINHA COL 79
               END-IF
           END-PERFORM.

           DISPLAY "                                           "
           & "                   " LINE LINHA COL 36.
           DISPLAY DIA-TRABALHO LINE LINHA COL 33 HIGHLIGHT.
      ******************************************************************
       FORMATAR-DATA-CALENDARIO.
           MOVE FUNCTION DATE-OF-INTEGER(JULIANO-TESTE) TO DATA-TESTE.
           DIVIDE DATA-TESTE BY 10000 GIVING ANO-CALENDARIO-FMT
                                      REMAINDER RESTO-DATA.
           DIVIDE RESTO-DATA BY 100 GIVING MES-CALENDARIO-FMT
                                    REMAINDER DIA-CALENDARIO-FMT.
      ******************************************************************
       CALENDARIO-ACEITAR-PERIODO.
           DISPLAY "Data Inicial:"
           AT 0603 FOREGROUND-COLOR 3 HIGHLIGHT.
           DISPLAY "Data Final:"
           AT 0803 FOREGROUND-COLOR 3 HIGHLIGHT.

           MOVE 6 TO LINHA.
           PERFORM ACEITAR-DATA-TRABALHO.
           MOVE DATA-TRABALHO TO DATA-INICIO-ENCERRAMENTO.
           MOVE 8 TO LINHA.
           PERFORM ACEITAR-DATA-TRABALHO.
           MOVE DATA-TRABALHO TO DATA-FIM-ENCERRAMENTO.

           COMPUTE JULIANO-INICIO =
               FUNCTION INTEGER-OF-DATE(DATA-INICIO-ENCERRAMENTO).
           COMPUTE JULIANO-FIM =
               FUNCTION INTEGER-OF-DATE(DATA-FIM-ENCERRAMENTO).
      ******************************************************************
       CALENDARIO-NOVO.
           PERFORM BASE.
           DISPLAY "Novo Encerramento" HIGHLIGHT AT 0217.

           DISPLAY "Por favor preencha os seguintes campos:" AT 0403
           HIGHLIGHT.

           DISPLAY "Motivo:"
           AT 1003 FOREGROUND-COLOR 3 HIGHLIGHT.

           PERFORM CALENDARIO-ACEITAR-PERIODO.

           IF JULIANO-FIM < JULIANO-INICIO THEN
               DISPLAY "Data final anterior a data inicial!"
               FOREGROUND-COLOR 4 HIGHLIGHT AT 1203
           ELSE
           IF JULIANO-FIM - JULIANO-INICIO > 365 THEN
               DISPLAY "Periodo superior a um ano!"
               FOREGROUND-COLOR 4 HIGHLIGHT AT 1203
           ELSE
               MOVE SPACES TO MOTIVO-ENCERRAMENTO
               PERFORM WITH TEST AFTER UNTIL
               MOTIVO-ENCERRAMENTO > SPACES
                   ACCEPT MOTIVO-ENCERRAMENTO HIGHLIGHT AT 1011
                   IF MOTIVO-ENCERRAMENTO = SPACES THEN
                       DISPLAY "Motivo invalido!"
                       FOREGROUND-COLOR 4 HIGHLIGHT AT 1043
                   ELSE
                       DISPLAY "                " AT 1043
                   END-IF
               END-PERFORM
               DISPLAY MOTIVO-ENCERRAMENTO HIGHLIGHT AT 1011

               PERFORM CALENDARIO-GRAVAR-PERIODO

               DISPLAY "Dias de encerramento registados:"
               HIGHLIGHT AT 1203
               DISPLAY NUM-ENCERRAMENTOS HIGHLIGHT AT 1236
               MOVE "CALENDARIO" TO AUDITORIA-FICHEIRO
               MOVE "WRITE" TO AUDITORIA-OPERACAO
               MOVE NUM-ENCERRAMENTOS TO AUDITORIA-CHAVE
               PERFORM REGISTAR-AUDITORIA

               DISPLAY "Listar alugueres ativos afetados? (S/N)"
               AT 1403 FOREGROUND-COLOR 3 HIGHLIGHT
               MOVE "N" TO CONFIRMA-ENCERRAMENTO
               ACCEPT CONFIRMA-ENCERRAMENTO AUTO HIGHLIGHT AT 1444
               DISPLAY CONFIRMA-ENCERRAMENTO HIGHLIGHT AT 1444

               IF CONFIRMA-ENCERRAMENTO = "S" THEN
                   PERFORM CALENDARIO-AFETADOS-DADOS
                   DISPLAY "Alugueres afetados:" HIGHLIGHT AT 1603
                   DISPLAY NUM-AFETADOS HIGHLIGHT AT 1623
                   DISPLAY "Consulte o ficheiro ENCERRAMENTO.TXT"
                   HIGHLIGHT AT 1703
               END-IF
           END-IF
           END-IF.

           DISPLAY "Prima ENTER para continuar.            "
           HIGHLIGHT AT 0403.
           ACCEPT OMITTED AT 0430.
           MOVE "N" TO REPETIR-MENU.
      ******************************************************************
       CALENDARIO-GRAVAR-PERIODO.
           MOVE 0 TO NUM-ENCERRAMENTOS.
           MOVE JULIANO-INICIO TO JULIANO-TESTE.
           PERFORM UNTIL JULIANO-TESTE > JULIANO-FIM
               MOVE FUNCTION DATE-OF-INTEGER(JULIANO-TESTE)
               TO DATA-TESTE
               MOVE DATA-TESTE TO CALENDARIO-DATA
               MOVE MOTIVO-ENCERRAMENTO TO CALENDARIO-MOTIVO
               WRITE REGISTO-CALENDARIO
                   INVALID KEY
                       REWRITE REGISTO-CALENDARIO
                           INVALID KEY
                               CONTINUE
                       END-REWRITE
                   NOT INVALID KEY
                       ADD 1 TO NUM-ENCERRAMENTOS
               END-WRITE
               ADD 1 TO JULIANO-TESTE
           END-PERFORM.
      ******************************************************************
       CALENDARIO-ELIMINAR.
           PERFORM BASE.
           DISPLAY "Eliminar Encerramento" HIGHLIGHT AT 0217.

           DISPLAY "Por favor preencha o seguinte campo:" AT 0403
           HIGHLIGHT.

           DISPLAY "Data:"
           AT 0603 FOREGROUND-COLOR 3 HIGHLIGHT.

           MOVE 6 TO LINHA.
           PERFORM ACEITAR-DATA-TRABALHO.
           MOVE DATA-TRABALHO TO CALENDARIO-DATA.

           READ FIC-CALENDARIO
               INVALID KEY
                   MOVE "N" TO EXISTE
               NOT INVALID KEY
                   MOVE "S" TO EXISTE
           END-READ.

           IF (EXISTE = "N") THEN
               DISPLAY "Data nao registada como encerramento!"
               FOREGROUND-COLOR 4 HIGHLIGHT AT 0803
           ELSE
               DISPLAY "Motivo:"
               AT 0803 FOREGROUND-COLOR 3 HIGHLIGHT
               DISPLAY CALENDARIO-MOTIVO HIGHLIGHT AT 0811

               DISPLAY "Confirma a eliminacao? (S/N)"
               AT 1003 FOREGROUND-COLOR 3 HIGHLIGHT
               MOVE "N" TO CONFIRMA-ENCERRAMENTO
               ACCEPT CONFIRMA-ENCERRAMENTO AUTO HIGHLIGHT AT 1032
               DISPLAY CONFIRMA-ENCERRAMENTO HIGHLIGHT AT 1032

               IF CONFIRMA-ENCERRAMENTO = "S" THEN
                   DELETE FIC-CALENDARIO
                       INVALID KEY
                           DISPLAY "Erro ao eliminar encerramento!"
                           FOREGROUND-COLOR 4 HIGHLIGHT AT 1203
                       NOT INVALID KEY
                           DISPLAY "Encerramento eliminado com sucesso!"
                           HIGHLIGHT AT 1203
                           MOVE "CALENDARIO" TO AUDITORIA-FICHEIRO
                           MOVE "DELETE" TO AUDITORIA-OPERACAO
                           MOVE 1 TO AUDITORIA-CHAVE
                           PERFORM REGISTAR-AUDITORIA
                   END-DELETE
               ELSE
                   DISPLAY "Eliminacao cancelada."
                   HIGHLIGHT AT 1203
               END-IF
           END-IF.

           DISPLAY "Prima ENTER para continuar.            "
           HIGHLIGHT AT 0403.
           ACCEPT OMITTED AT 0430.
           MOVE "N" TO REPETIR-MENU.
      ******************************************************************
       CALENDARIO-LISTAGEM.
           PERFORM BASE.
           DISPLAY "Listagem de Encerramentos" HIGHLIGHT AT 0217.

           DISPLAY "Data"   FOREGROUND-COLOR 3 HIGHLIGHT AT 0403.
           DISPLAY "Dia"    FOREGROUND-COLOR 3 HIGHLIGHT AT 0416.
           DISPLAY "Motivo" FOREGROUND-COLOR 3 HIGHLIGHT AT 0427.

           MOVE 6 TO LINHA.
           MOVE "N" TO EXISTE.
           MOVE LOW-VALUES TO CALENDARIO-DATA.
           START FIC-CALENDARIO KEY >= CALENDARIO-DATA
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF FS <> "05" AND FS <> "23" THEN
                       PERFORM UNTIL FS = "10"
                           READ FIC-CALENDARIO NEXT RECORD
                               NOT AT END
                                   MOVE "S" TO EXISTE
                                   MOVE CALENDARIO-DATA TO DATA-TESTE
                                   COMPUTE JULIANO-TESTE =
                                   FUNCTION INTEGER-OF-DATE(DATA-TESTE)
                                   PERFORM FORMATAR-DATA-CALENDARIO
                                   DIVIDE JULIANO-TESTE BY 7
                                   GIVING QUOCIENTE-SEMANA
                                   REMAINDER DIA-SEMANA
                                   IF DIA-SEMANA = 0 THEN
                                       MOVE 7 TO DIA-SEMANA
                                   END-IF
                                   DISPLAY DATA-CALENDARIO-FORMATADA
                                   HIGHLIGHT LINE LINHA COL 3
                                   DISPLAY NOME-DIA-SEMANA(DIA-SEMANA)
                                   HIGHLIGHT LINE LINHA COL 16
                                   DISPLAY CALENDARIO-MOTIVO
                                   HIGHLIGHT LINE LINHA COL 27
                                   ADD 1 TO LINHA
                                   IF LINHA = 19 THEN
                                       DISPLAY
                                       "Prima ENTER para continuar..."
                                       HIGHLIGHT AT 2003
                                       ACCEPT OMITTED AT 2033
                                       MOVE 6 TO LINHA
                                   END-IF
                           END-READ
                       END-PERFORM
                   END-IF
           END-START.

           IF (EXISTE = "N") THEN
               DISPLAY "Nao ha encerramentos registados!"
               FOREGROUND-COLOR 4 HIGHLIGHT AT 0603
           END-IF.

           DISPLAY "Prima ENTER para continuar.            "
           HIGHLIGHT AT 2003.
           ACCEPT OMITTED AT 2030.
           MOVE "N" TO REPETIR-MENU.
      ******************************************************************
       CALENDARIO-SEMANAL.
           PERFORM BASE.
           DISPLAY "Fecho Semanal" HIGHLIGHT AT 0217.

           DISPLAY "Indique os dias de encerramento semanal (S/N):"
           AT 0403 HIGHLIGHT.

           PERFORM VARYING SUB-DIA-SEMANA FROM 1 BY 1
           UNTIL SUB-DIA-SEMANA > 7
               COMPUTE LINHA = SUB-DIA-SEMANA + 5
               DISPLAY NOME-DIA-SEMANA(SUB-DIA-SEMANA)
               FOREGROUND-COLOR 3 HIGHLIGHT LINE LINHA COL 3
               DISPLAY FECHO-SEMANAL-DIA(SUB-DIA-SEMANA)
               HIGHLIGHT LINE LINHA COL 14
           END-PERFORM.

           MOVE 0 TO NUM-DIAS-PESQUISA.
           PERFORM VARYING SUB-DIA-SEMANA FROM 1 BY 1
           UNTIL SUB-DIA-SEMANA > 7
               COMPUTE LINHA = SUB-DIA-SEMANA + 5
               PERFORM WITH TEST AFTER UNTIL
               FECHO-SEMANAL-DIA(SUB-DIA-SEMANA) = "S" OR
               FECHO-SEMANAL-DIA(SUB-DIA-SEMANA) = "N"
                   ACCEPT FECHO-SEMANAL-DIA(SUB-DIA-SEMANA)
                   AUTO HIGHLIGHT LINE LINHA COL 14
               END-PERFORM
               IF FECHO-SEMANAL-DIA(SUB-DIA-SEMANA) = "N" THEN
                   ADD 1 TO NUM-DIAS-PESQUISA
               END-IF
           END-PERFORM.

           IF NUM-DIAS-PESQUISA = 0 THEN
               DISPLAY "Tem de existir pelo menos um dia aberto!"
               FOREGROUND-COLOR 4 HIGHLIGHT AT 1403
               PERFORM LER-PARAMETROS
           ELSE
               PERFORM GRAVAR-PARAMETROS
               DISPLAY "Fecho semanal atualizado com sucesso!"
               HIGHLIGHT AT 1403
               MOVE "PARAMETROS" TO AUDITORIA-FICHEIRO
               MOVE "SEMANAL" TO AUDITORIA-OPERACAO
               MOVE NUM-DIAS-PESQUISA TO AUDITORIA-CHAVE
               PERFORM REGISTAR-AUDITORIA
           END-IF.

           DISPLAY "Prima ENTER para continuar.                      "
           HIGHLIGHT AT 0403.
           ACCEPT OMITTED AT 0430.
           MOVE "N" TO REPETIR-MENU.
      ******************************************************************
       CALENDARIO-AFETADOS.
           PERFORM BASE.
           DISPLAY "Alugueres Afetados" HIGHLIGHT AT 0217.

           DISPLAY "Por favor preencha os seguintes campos:" AT 0403
           HIGHLIGHT.

           PERFORM CALENDARIO-ACEITAR-PERIODO.

           IF JULIANO-FIM < JULIANO-INICIO THEN
               DISPLAY "Data final anterior a data inicial!"
               FOREGROUND-COLOR 4 HIGHLIGHT AT 1003
           ELSE
               PERFORM CALENDARIO-AFETADOS-DADOS
               DISPLAY "Alugueres afetados:" HIGHLIGHT AT 1003
               DISPLAY NUM-AFETADOS HIGHLIGHT AT 1023
               DISPLAY "Consulte o ficheiro ENCERRAMENTO.TXT"
               HIGHLIGHT AT 1103
           END-IF.

           DISPLAY "Prima ENTER para continuar.            "
           HIGHLIGHT AT 0403.
           ACCEPT OMITTED AT 0430.
           MOVE "N" TO REPETIR-MENU.
      ******************************************************************
       CALENDARIO-AFETADOS-DADOS.
           MOVE 0 TO NUM-AFETADOS.
           OPEN OUTPUT FIC-ENCERRAMENTO.

           MOVE JULIANO-INICIO TO JULIANO-TESTE.
           PERFORM FORMATAR-DATA-CALENDARIO.
           MOVE DATA-CALENDARIO-FORMATADA TO PERIODO-INICIO-TEXTO.
           MOVE JULIANO-FIM TO JULIANO-TESTE.
           PERFORM FORMATAR-DATA-CALENDARIO.
           MOVE FUNCTION CONCATENATE(
           "Alugueres com entrega em dia de encerramento | Data: "
           DATA-FORMATADA " | De: " PERIODO-INICIO-TEXTO " | Ate: "
           DATA-CALENDARIO-FORMATADA) TO LINHA-ENCERRAMENTO.
           WRITE REGISTO-ENCERRAMENTO.

           MOVE 0 TO ALUGUER-CLIENTE-COD.
           START FIC-ALUGUERES KEY >= ALUGUER-CLIENTE-COD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                       PERFORM UNTIL FS = "10"
                           READ FIC-ALUGUERES NEXT RECORD
                               NOT AT END
                                   IF SITUACAO = "A" AND
                                   ANO-PREVISTA > 0 THEN
                                       PERFORM VERIFICAR-ALUGUER-FECHO
                                   END-IF
                           END-READ
                       END-PERFORM
                   END-IF
           END-START.

           MOVE FUNCTION CONCATENATE(
           "Total de alugueres afetados: " NUM-AFETADOS)
           TO LINHA-ENCERRAMENTO.
           WRITE REGISTO-ENCERRAMENTO.
           CLOSE FIC-ENCERRAMENTO.
      ******************************************************************
       VERIFICAR-ALUGUER-FECHO.
           COMPUTE DATA-TESTE = ANO-PREVISTA * 10000
                               + MES-PREVISTA * 100
                               + DIA-PREVISTA.
           COMPUTE JULIANO-TESTE = FUNCTION INTEGER-OF-DATE(DATA-TESTE).
           IF JULIANO-TESTE >= JULIANO-INICIO AND
           JULIANO-TESTE <= JULIANO-FIM THEN
               PERFORM VERIFICAR-DIA-ABERTO
               IF DIA-ABERTO = "N" THEN
                   PERFORM ESCREVER-ENCERRAMENTO
               END-IF
           END-IF.
      ******************************************************************
       ESCREVER-ENCERRAMENTO.
           MOVE ALUGUER-CLIENTE-COD TO CLIENTE-COD.
           READ FIC-CLIENTES
               INVALID KEY
                   MOVE SPACES TO NOME
                   MOVE SPACES TO EMAIL
           END-READ.

           MOVE ALUGUER-LIVRO-COD TO LIVRO-COD.
           READ FIC-LIVROS
               INVALID KEY
                   MOVE SPACES TO TITULO
           END-READ.

           MOVE FUNCTION CONCATENATE(
           "C.Al: " ALUGUER-COD " | C.Cl: " ALUGUER-CLIENTE-COD
           " | Nome: " FUNCTION TRIM(NOME) " | Email: "
           FUNCTION TRIM(EMAIL) " | Titulo: " FUNCTION TRIM(TITULO)
           " | Prevista: " DATA-PREVISTA " | Motivo: "
           FUNCTION TRIM(MOTIVO-DIA-FECHADO)) TO LINHA-ENCERRAMENTO.
           WRITE REGISTO-ENCERRAMENTO.
           ADD 1 TO NUM-AFETADOS.
      ****** POLOS *****************************************************
       MENU-POLOS.
           PERFORM UNTIL SAIR = "S"
               PERFORM BASE
               DISPLAY "Menu Polos" HIGHLIGHT AT 0217
               DISPLAY "  Gestao de Polos  "
               FOREGROUND-COLOR 3 HIGHLIGHT AT 0545
               DISPLAY "o-----------------------o"
               FOREGROUND-COLOR 3 AT 0642
               DISPLAY "Novo -------------- 1" HIGHLIGHT AT 0744
               DISPLAY "Alterar ----------- 2" HIGHLIGHT AT 0844
               DISPLAY "Eliminar ---------- 3" HIGHLIGHT AT 0944
               DISPLAY "Listagem ---------- 4" HIGHLIGHT AT 1044
               DISPLAY "Menu Tabelas ------ 9" HIGHLIGHT AT 1244
               DISPLAY "[ ]"                   HIGHLIGHT AT 1453
               MOVE "S" TO REPETIR-MENU
               PERFORM UNTIL REPETIR-MENU = "N"
                   ACCEPT ESCOLHA AT 1454 AUTO
                   EVALUATE ESCOLHA
                       WHEN 1 PERFORM POLOS-NOVO
                       WHEN 2 PERFORM POLOS-ALTERAR
                       WHEN 3 PERFORM POLOS-ELIMINAR
                       WHEN 4 PERFORM POLOS-LISTAGEM
                       WHEN 9
                           MOVE "S" TO SAIR
                           MOVE "N" TO REPETIR-MENU
                       WHEN OTHER
                           DISPLAY "Escolha invalida!" AT 1646
                           FOREGROUND-COLOR 4 HIGHLIGHT
                           MOVE "S" TO REPETIR-MENU
                   END-EVALUATE
               END-PERFORM
           END-PERFORM.
           MOVE "N" TO SAIR.
           MOVE "N" TO REPETIR-MENU.
      ******************************************************************
       POLOS-NOVO.
           PERFORM BASE.
           DISPLAY "Novo Polo" HIGHLIGHT AT 0217.

           DISPLAY "Por favor preencha o seguinte campo:" AT 0403
           HIGHLIGHT.

           DISPLAY "Codigo do Polo:"
           AT 0603 FOREGROUND-COLOR 3 HIGHLIGHT.

           DISPLAY "Deixe Zero para retroceder."
           AT 0803 HIGHLIGHT.

           MOVE 0 TO POLO-COD.
           ACCEPT POLO-COD AUTO HIGHLIGHT AT 0619.
           DISPLAY POLO-COD HIGHLIGHT AT 0619.
           DISPLAY "                            " AT 0803.

           READ FIC-POLOS
               INVALID KEY
                   MOVE "N" TO EXISTE
               NOT INVALID KEY
                   MOVE "S" TO EXISTE
           END-READ.

           IF (EXISTE = "S") THEN
               DISPLAY "Polo ja existe!"
               FOREGROUND-COLOR 4 HIGHLIGHT AT 0624
           ELSE
               IF POLO-COD = 0 THEN
                   DISPLAY "000" HIGHLIGHT AT 0619
               ELSE
                   MOVE SPACES TO POLO-NOME
                   MOVE SPACES TO POLO-MORADA
                   PERFORM POLOS-ACEITAR-DADOS

                   WRITE REGISTO-POLOS
                       INVALID KEY
                           DISPLAY "Erro ao criar polo!"
                           FOREGROUND-COLOR 4 HIGHLIGHT AT 1403
                       NOT INVALID KEY
                           DISPLAY "Polo criado com sucesso!"
                           HIGHLIGHT AT 1403
                           MOVE "POLOS" TO AUDITORIA-FICHEIRO
                           MOVE "WRITE" TO AUDITORIA-OPERACAO
                           MOVE POLO-COD TO AUDITORIA-CHAVE
                           PERFORM REGISTAR-AUDITORIA
                   END-WRITE
               END-IF
           END-IF.

           DISPLAY "Prima ENTER para continuar.            "
           HIGHLIGHT AT 0403.
           ACCEPT OMITTED AT 0430.
           MOVE "N" TO REPETIR-MENU.
      ******************************************************************
       POLOS-ACEITAR-DADOS.
           DISPLAY "Nome:" AT 0803 FOREGROUND-COLOR 3 HIGHLIGHT.
           DISPLAY "                                " AT 0810.
           PERFORM WITH TEST AFTER UNTIL
           POLO-NOME > SPACES
               ACCEPT POLO-NOME HIGHLIGHT AT 0809
               IF POLO-NOME = SPACES THEN
                   DISPLAY "Nome invalido! "
                   FOREGROUND-COLOR 4 HIGHLIGHT AT 0840
               ELSE
                   DISPLAY "               " AT 0840
               END-IF
           END-PERFORM.

           DISPLAY "Morada:" AT 1003 FOREGROUND-COLOR 3 HIGHLIGHT.
           ACCEPT POLO-MORADA HIGHLIGHT AT 1011.
      ******************************************************************
       POLOS-ALTERAR.
           PERFORM BASE.
           DISPLAY "Alterar Polo" HIGHLIGHT AT 0217.

           DISPLAY "Por favor preencha o seguinte campo:" AT 0403
           HIGHLIGHT.

           DISPLAY "Codigo do Polo:"
           AT 0603 FOREGROUND-COLOR 3 HIGHLIGHT.

           DISPLAY "Deixe Zero para retroceder."
           AT 0803 HIGHLIGHT.

           MOVE 0 TO POLO-COD.
           ACCEPT POLO-COD AUTO HIGHLIGHT AT 0619.
           DISPLAY POLO-COD HIGHLIGHT AT 0619.
           DISPLAY "                            " AT 0803.

           READ FIC-POLOS
               INVALID KEY
                   MOVE "N" TO EXISTE
               NOT INVALID KEY
                   MOVE "S" TO EXISTE
           END-READ.

           IF (EXISTE = "N") THEN
               IF POLO-COD = 0 THEN
                   DISPLAY "000" HIGHLIGHT AT 0619
               ELSE
                   DISPLAY "Polo nao existe!"
                   FOREGROUND-COLOR 4 HIGHLIGHT AT 0624
               END-IF
           ELSE
               DISPLAY POLO-NOME HIGHLIGHT AT 0809
               DISPLAY POLO-MORADA HIGHLIGHT AT 1011
               PERFORM POLOS-ACEITAR-DADOS

               REWRITE REGISTO-POLOS
                   INVALID KEY
                       DISPLAY "Erro ao alterar polo!"
                       FOREGROUND-COLOR 4 HIGHLIGHT AT 1403
                   NOT INVALID KEY
                       DISPLAY "Polo alterado com sucesso!"
                       HIGHLIGHT AT 1403
                       MOVE "POLOS" TO AUDITORIA-FICHEIRO
                       MOVE "REWRITE" TO AUDITORIA-OPERACAO
                       MOVE POLO-COD TO AUDITORIA-CHAVE
                       PERFORM REGISTAR-AUDITORIA
               END-REWRITE
           END-IF.

           DISPLAY "Prima ENTER para continuar.            "
           HIGHLIGHT AT 0403.
           ACCEPT OMITTED AT 0430.
           MOVE "N" TO REPETIR-MENU.
      ******************************************************************
       POLOS-ELIMINAR.
           PERFORM BASE.
           DISPLAY "Eliminar Polo" HIGHLIGHT AT 0217.

           DISPLAY "Por favor preencha o seguinte campo:" AT 0403
           HIGHLIGHT.

           DISPLAY "Codigo do Polo:"
           AT 0603 FOREGROUND-COLOR 3 HIGHLIGHT.

           DISPLAY "Deixe Zero para retroceder."
           AT 0803 HIGHLIGHT.

           MOVE 0 TO POLO-COD.
           ACCEPT POLO-COD AUTO HIGHLIGHT AT 0619.
           DISPLAY POLO-COD HIGHLIGHT AT 0619.
           DISPLAY "                            " AT 0803.

           READ FIC-POLOS
               INVALID KEY
                   MOVE "N" TO EXISTE
               NOT INVALID KEY
                   MOVE "S" TO EXISTE
           END-READ.

           IF (EXISTE = "N") THEN
               IF POLO-COD = 0 THEN
                   DISPLAY "000" HIGHLIGHT AT 0619
               ELSE
                   DISPLAY "Polo nao existe!"
                   FOREGROUND-COLOR 4 HIGHLIGHT AT 0624
               END-IF
           ELSE
               IF POLO-COD = POLO-SEDE THEN
                   DISPLAY "Nao pode eliminar o polo sede!"
                   FOREGROUND-COLOR 4 HIGHLIGHT AT 0803
               ELSE
                   PERFORM VERIFICAR-REF-POLO

                   IF (REFERENCIADO = "S") THEN
                       DISPLAY "Polo com operadores, exemplares ou" &
                       " transferencias associados!"
                       FOREGROUND-COLOR 4 HIGHLIGHT AT 0803
                   ELSE
                       DELETE FIC-POLOS
                           INVALID KEY
                               DISPLAY "Erro ao eliminar polo!"
                               FOREGROUND-COLOR 4 HIGHLIGHT AT 0803
                           NOT INVALID KEY
                               DISPLAY "Polo eliminado com sucesso!"
                               HIGHLIGHT AT 0803
                               MOVE "POLOS" TO AUDITORIA-FICHEIRO
                               MOVE "DELETE" TO AUDITORIA-OPERACAO
                               MOVE POLO-COD TO AUDITORIA-CHAVE
                               PERFORM REGISTAR-AUDITORIA
                       END-DELETE
                   END-IF
               END-IF
           END-IF.

           DISPLAY "Prima ENTER para continuar.         "
           HIGHLIGHT AT 0403.
           ACCEPT OMITTED AT 0430.
           MOVE "N" TO REPETIR-MENU.
      ******************************************************************
       VERIFICAR-REF-POLO.
           MOVE "N" TO REFERENCIADO.
           MOVE 0 TO OPERADOR-COD.
           START FIC-OPERADORES KEY > OPERADOR-COD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF FS <> "05" AND FS <> "23" THEN
                       PERFORM UNTIL FS = "10" OR REFERENCIADO = "S"
                           READ FIC-OPERADORES NEXT RECORD
                               NOT AT END
                                   IF OPERADOR-POLO = POLO-COD THEN
                                       MOVE "S" TO REFERENCIADO
                                   END-IF
                           END-READ
                       END-PERFORM
                   END-IF
           END-START.

           IF (REFERENCIADO = "N") THEN
               MOVE 0 TO EXEMPLAR-LIVRO-COD
               MOVE 0 TO EXEMPLAR-NUM
               START FIC-EXEMPLARES KEY > EXEMPLAR-CHAVE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF FS <> "05" AND FS <> "23" THEN
                           PERFORM UNTIL FS = "10" OR REFERENCIADO = "S"
                               READ FIC-EXEMPLARES NEXT RECORD
                                   NOT AT END
                                       IF EXEMPLAR-POLO-ORIGEM =
                                       POLO-COD OR
                                       EXEMPLAR-POLO-ATUAL = POLO-COD
                                       OR EXEMPLAR-POLO-DESTINO =
                                       POLO-COD THEN
                                           MOVE "S" TO REFERENCIADO
                                       END-IF
                               END-READ
                           END-PERFORM
                       END-IF
               END-START
           END-IF.

           IF (REFERENCIADO = "N") THEN
               MOVE 0 TO TRANSF-COD
               START FIC-TRANSFERENCIAS KEY > TRANSF-COD
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF FS <> "05" AND FS <> "23" THEN
                           PERFORM UNTIL FS = "10" OR REFERENCIADO = "S"
                               READ FIC-TRANSFERENCIAS NEXT RECORD
                                   NOT AT END
                                       IF (TRANSF-ESTADO = "P" OR
                                       TRANSF-ESTADO = "E") AND
                                       (TRANSF-POLO-ORIGEM = POLO-COD OR
                                       TRANSF-POLO-DESTINO = POLO-COD)
                                       THEN
                                           MOVE "S" TO REFERENCIADO
                                       END-IF
                               END-READ
                           END-PERFORM
                       END-IF
               END-START
           END-IF.
      ******************************************************************
       POLOS-LISTAGEM.
           PERFORM BASE.
           DISPLAY "Listagem de Polos" HIGHLIGHT AT 0217.

           DISPLAY "C.Polo" FOREGROUND-COLOR 3 HIGHLIGHT AT 0403.
           DISPLAY "Nome"   FOREGROUND-COLOR 3 HIGHLIGHT AT 0411.
           DISPLAY "Morada" FOREGROUND-COLOR 3 HIGHLIGHT AT 0443.

           MOVE 6 TO LINHA.
           MOVE "N" TO EXISTE.
           MOVE 0 TO POLO-COD.
           START FIC-POLOS KEY > POLO-COD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF FS <> "05" AND FS <> "23" THEN
                       PERFORM UNTIL FS = "10"
                           READ FIC-POLOS NEXT RECORD
                               NOT AT END
                                   MOVE "S" TO EXISTE
                                   DISPLAY POLO-COD
                                   HIGHLIGHT LINE LINHA COL 3
                                   DISPLAY POLO-NOME
                                   HIGHLIGHT LINE LINHA COL 11
                                   DISPLAY POLO-MORADA
                                   HIGHLIGHT LINE LINHA COL 43
                                   ADD 1 TO LINHA
                                   IF LINHA = 19 THEN
                                       DISPLAY
                                       "Prima ENTER para continuar..."
                                       HIGHLIGHT AT 2003
                                       ACCEPT OMITTED AT 2033
                                       MOVE 6 TO LINHA
                                   END-IF
                           END-READ
                       END-PERFORM
                   END-IF
           END-START.

           IF (EXISTE = "N") THEN
               DISPLAY "Nao ha polos registados!"
               FOREGROUND-COLOR 4 HIGHLIGHT AT 0603
           END-IF.

           DISPLAY "Prima ENTER para continuar.            "
           HIGHLIGHT AT 2003.
           ACCEPT OMITTED AT 2030.
           MOVE "N" TO REPETIR-MENU.
      ******************************************************************
       VALIDAR-POLO.
           MOVE "N" TO POLO-VALIDO.
           READ FIC-POLOS
               INVALID KEY
                   MOVE SPACES TO POLO-NOME
               NOT INVALID KEY
                   MOVE "S" TO POLO-VALIDO
           END-READ.
      ******************************************************************
      ****** BIBLIOTECAS PARCEIRAS *************************************
       MENU-PARCEIROS.
           PERFORM UNTIL SAIR = "S"
               PERFORM BASE
               DISPLAY "Menu Parceiros" HIGHLIGHT AT 0217
               DISPLAY "     Parceiros     "
               FOREGROUND-COLOR 3 HIGHLIGHT AT 0545
               DISPLAY "o-----------------------o"
               FOREGROUND-COLOR 3 AT 0642
               DISPLAY "Novo -------------- 1" HIGHLIGHT AT 0744
               DISPLAY "Alterar ----------- 2" HIGHLIGHT AT 0844
               DISPLAY "Eliminar ---------- 3" HIGHLIGHT AT 0944
               DISPLAY "Listagem ---------- 4" HIGHLIGHT AT 1044
               DISPLAY "Menu Tabelas ------ 9" HIGHLIGHT AT 1244
               DISPLAY "[ ]"                   HIGHLIGHT AT 1453
               MOVE "S" TO REPETIR-MENU
               PERFORM UNTIL REPETIR-MENU = "N"
                   ACCEPT ESCOLHA AT 1454 AUTO
                   EVALUATE ESCOLHA
                       WHEN 1 PERFORM PARCEIROS-NOVO
                       WHEN 2 PERFORM PARCEIROS-ALTERAR
                       WHEN 3 PERFORM PARCEIROS-ELIMINAR
                       WHEN 4 PERFORM PARCEIROS-LISTAGEM
                       WHEN 9
                           MOVE "S" TO SAIR
                           MOVE "N" TO REPETIR-MENU
                       WHEN OTHER
                           DISPLAY "Escolha invalida!" AT 1646
                           FOREGROUND-COLOR 4 HIGHLIGHT
                           MOVE "S" TO REPETIR-MENU
                   END-EVALUATE
               END-PERFORM
           END-PERFORM.
           MOVE "N" TO SAIR.
           MOVE "N" TO REPETIR-MENU.
      ******************************************************************
       PARCEIROS-NOVO.
           PERFORM BASE.
           DISPLAY "Novo Parceiro" HIGHLIGHT AT 0217.

           DISPLAY "Por favor preencha o seguinte campo:" AT 0403
           HIGHLIGHT.

           DISPLAY "Codigo do Parceiro:"
           AT 0603 FOREGROUND-COLOR 3 HIGHLIGHT.

           DISPLAY "Deixe Zero para retroceder."
           AT 0803 HIGHLIGHT.

           MOVE 0 TO PARCEIRO-COD.
           ACCEPT PARCEIRO-COD AUTO HIGHLIGHT AT 0623.
           DISPLAY PARCEIRO-COD HIGHLIGHT AT 0623.
           DISPLAY "                            " AT 0803.

           READ FIC-PARCEIROS
               INVALID KEY
                   MOVE "N" TO EXISTE
               NOT INVALID KEY
                   MOVE "S" TO EXISTE
           END-READ.

           IF (EXISTE = "S") THEN
               DISPLAY "Parceiro ja existe!"
               FOREGROUND-COLOR 4 HIGHLIGHT AT 0628
           ELSE
               IF PARCEIRO-COD = 0 THEN
                   DISPLAY "000" HIGHLIGHT AT 0623
               ELSE
                   MOVE SPACES TO PARCEIRO-NOME
                   MOVE SPACES TO PARCEIRO-CONTACTO
                   MOVE 0 TO PARCEIRO-TAXA
                   MOVE 0 TO PARCEIRO-PRAZO
                   PERFORM PARCEIROS-ACEITAR-DADOS

                   WRITE REGISTO-PARCEIROS
                       INVALID KEY
                           DISPLAY "Erro ao criar parceiro!"
                           FOREGROUND-COLOR 4 HIGHLIGHT AT 1803
                       NOT INVALID KEY
                           DISPLAY "Parceiro criado com sucesso!"
                           HIGHLIGHT AT 1803
                           MOVE "PARCEIROS" TO AUDITORIA-FICHEIRO
                           MOVE "WRITE" TO AUDITORIA-OPERACAO
                           MOVE PARCEIRO-COD TO AUDITORIA-CHAVE
                           PERFORM REGISTAR-AUDITORIA
                   END-WRITE
               END-IF
           END-IF.

           DISPLAY "Prima ENTER para continuar.            "
           HIGHLIGHT AT 0403.
           ACCEPT OMITTED AT 0430.
           MOVE "N" TO REPETIR-MENU.
      ******************************************************************
       PARCEIROS-ACEITAR-DADOS.
           DISPLAY "Nome:" AT 0803 FOREGROUND-COLOR 3 HIGHLIGHT.
           DISPLAY "                                " AT 0810.
           PERFORM WITH TEST AFTER UNTIL
           PARCEIRO-NOME > SPACES
               ACCEPT PARCEIRO-NOME HIGHLIGHT AT 0809
               IF PARCEIRO-NOME = SPACES THEN
                   DISPLAY "Nome invalido! "
                   FOREGROUND-COLOR 4 HIGHLIGHT AT 0840
               ELSE
                   DISPLAY "               " AT 0840
               END-IF
           END-PERFORM.

           DISPLAY "Contacto:" AT 1003 FOREGROUND-COLOR 3 HIGHLIGHT.
           ACCEPT PARCEIRO-CONTACTO HIGHLIGHT AT 1013.

           DIVIDE PARCEIRO-TAXA BY 1 GIVING TARIFA-EUROS.
           COMPUTE TARIFA-CENTIMOS =
               (PARCEIRO-TAXA - TARIFA-EUROS) * 100.
           DISPLAY "Taxa por Pedido (Euros):"
           AT 1203 FOREGROUND-COLOR 3 HIGHLIGHT.
           ACCEPT TARIFA-EUROS AUTO HIGHLIGHT AT 1228.
           DISPLAY TARIFA-EUROS HIGHLIGHT AT 1228.
           DISPLAY "(Centimos):"
           AT 1233 FOREGROUND-COLOR 3 HIGHLIGHT.
           ACCEPT TARIFA-CENTIMOS AUTO HIGHLIGHT AT 1245.
           DISPLAY TARIFA-CENTIMOS HIGHLIGHT AT 1245.
           COMPUTE PARCEIRO-TAXA =
               TARIFA-EUROS + TARIFA-CENTIMOS / 100.

           DISPLAY "Prazo de Emprestimo (dias):"
           AT 1403 FOREGROUND-COLOR 3 HIGHLIGHT.
           PERFORM WITH TEST AFTER UNTIL PARCEIRO-PRAZO > 0
               ACCEPT PARCEIRO-PRAZO AUTO HIGHLIGHT AT 1431
               IF PARCEIRO-PRAZO = 0 THEN
                   DISPLAY "Prazo invalido!"
                   FOREGROUND-COLOR 4 HIGHLIGHT AT 1436
               ELSE
                   DISPLAY "               " AT 1436
               END-IF
           END-PERFORM.
           DISPLAY PARCEIRO-PRAZO HIGHLIGHT AT 1431.
      ******************************************************************
       PARCEIROS-ALTERAR.
           PERFORM BASE.
           DISPLAY "Alterar Parceiro" HIGHLIGHT AT 0217.

           DISPLAY "Por favor preencha o seguinte campo:" AT 0403
           HIGHLIGHT.

           DISPLAY "Codigo do Parceiro:"
           AT 0603 FOREGROUND-COLOR 3 HIGHLIGHT.

           DISPLAY "Deixe Zero para retroceder."
           AT 0803 HIGHLIGHT.

           MOVE 0 TO PARCEIRO-COD.
           ACCEPT PARCEIRO-COD AUTO HIGHLIGHT AT 0623.
           DISPLAY PARCEIRO-COD HIGHLIGHT AT 0623.
           DISPLAY "                            " AT 0803.

           READ FIC-PARCEIROS
               INVALID KEY
                   MOVE "N" TO EXISTE
               NOT INVALID KEY
                   MOVE "S" TO EXISTE
           END-READ.

           IF (EXISTE = "N") THEN
               IF PARCEIRO-COD = 0 THEN
                   DISPLAY "000" HIGHLIGHT AT 0623
               ELSE
                   DISPLAY "Parceiro nao existe!"
                   FOREGROUND-COLOR 4 HIGHLIGHT AT 0628
               END-IF
           ELSE
               DISPLAY PARCEIRO-NOME HIGHLIGHT AT 0809
               DISPLAY PARCEIRO-CONTACTO HIGHLIGHT AT 1013
               PERFORM PARCEIROS-ACEITAR-DADOS

               REWRITE REGISTO-PARCEIROS
                   INVALID KEY
                       DISPLAY "Erro ao alterar parceiro!"
                       FOREGROUND-COLOR 4 HIGHLIGHT AT 1803
                   NOT INVALID KEY
                       DISPLAY "Parceiro alterado com sucesso!"
                       HIGHLIGHT AT 1803
                       MOVE "PARCEIROS" TO AUDITORIA-FICHEIRO
                       MOVE "REWRITE" TO AUDITORIA-OPERACAO
                       MOVE PARCEIRO-COD TO AUDITORIA-CHAVE
                       PERFORM REGISTAR-AUDITORIA
               END-REWRITE
           END-IF.

           DISPLAY "Prima ENTER para continuar.            "
           HIGHLIGHT AT 0403.
           ACCEPT OMITTED AT 0430.
           MOVE "N" TO REPETIR-MENU.
      ******************************************************************
       PARCEIROS-ELIMINAR.
           PERFORM BASE.
           DISPLAY "Eliminar Parceiro" HIGHLIGHT AT 0217.

           DISPLAY "Por favor preencha o seguinte campo:" AT 0403
           HIGHLIGHT.

           DISPLAY "Codigo do Parceiro:"
           AT 0603 FOREGROUND-COLOR 3 HIGHLIGHT.

           DISPLAY "Deixe Zero para retroceder."
           AT 0803 HIGHLIGHT.

           MOVE 0 TO PARCEIRO-COD.
           ACCEPT PARCEIRO-COD AUTO HIGHLIGHT AT 0623.
           DISPLAY PARCEIRO-COD HIGHLIGHT AT 0623.
           DISPLAY "                            " AT 0803.

           READ FIC-PARCEIROS
               INVALID KEY
                   MOVE "N" TO EXISTE
               NOT INVALID KEY
                   MOVE "S" TO EXISTE
           END-READ.

           IF (EXISTE = "N") THEN
               IF PARCEIRO-COD = 0 THEN
                   DISPLAY "000" HIGHLIGHT AT 0623
               ELSE
                   DISPLAY "Parceiro nao existe!"
                   FOREGROUND-COLOR 4 HIGHLIGHT AT 0628
               END-IF
           ELSE
               PERFORM VERIFICAR-REF-PARCEIRO

               IF (REFERENCIADO = "S") THEN
                   DISPLAY "Parceiro com pedidos interbibliotecas" &
                   " associados!"
                   FOREGROUND-COLOR 4 HIGHLIGHT AT 0803
               ELSE
                   DELETE FIC-PARCEIROS
                       INVALID KEY
                           DISPLAY "Erro ao eliminar parceiro!"
                           FOREGROUND-COLOR 4 HIGHLIGHT AT 0803
                       NOT INVALID KEY
                           DISPLAY "Parceiro eliminado com sucesso!"
                           HIGHLIGHT AT 0803
                           MOVE "PARCEIROS" TO AUDITORIA-FICHEIRO
                           MOVE "DELETE" TO AUDITORIA-OPERACAO
                           MOVE PARCEIRO-COD TO AUDITORIA-CHAVE
                           PERFORM REGISTAR-AUDITORIA
                   END-DELETE
               END-IF
           END-IF.

           DISPLAY "Prima ENTER para continuar.         "
           HIGHLIGHT AT 0403.
           ACCEPT OMITTED AT 0430.
           MOVE "N" TO REPETIR-MENU.
      ******************************************************************
       VERIFICAR-REF-PARCEIRO.
           MOVE "N" TO REFERENCIADO.
           MOVE 0 TO IB-COD.
           START FIC-INTERBIB KEY > IB-COD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF FS <> "05" AND FS <> "23" THEN
                       PERFORM UNTIL FS = "10" OR REFERENCIADO = "S"
                           READ FIC-INTERBIB NEXT RECORD
                               NOT AT END
                                   IF IB-PARCEIRO-COD = PARCEIRO-COD
                                   THEN
                                       MOVE "S" TO REFERENCIADO
                                   END-IF
                           END-READ
                       END-PERFORM
                   END-IF
           END-START.
      ******************************************************************
       PARCEIROS-LISTAGEM.
           PERFORM BASE.
           DISPLAY "Listagem de Parceiros" HIGHLIGHT AT 0217.

           DISPLAY "C.Parc."  FOREGROUND-COLOR 3 HIGHLIGHT AT 0403.
           DISPLAY "Nome"     FOREGROUND-COLOR 3 HIGHLIGHT AT 0411.
           DISPLAY "Contacto" FOREGROUND-COLOR 3 HIGHLIGHT AT 0443.
           DISPLAY "Taxa"     FOREGROUND-COLOR 3 HIGHLIGHT AT 0475.
           DISPLAY "Prazo"    FOREGROUND-COLOR 3 HIGHLIGHT AT 0485.

           MOVE 6 TO LINHA.
           MOVE "N" TO EXISTE.
           MOVE 0 TO PARCEIRO-COD.
           START FIC-PARCEIROS KEY > PARCEIRO-COD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF FS <> "05" AND FS <> "23" THEN
                       PERFORM UNTIL FS = "10"
                           READ FIC-PARCEIROS NEXT RECORD
                               NOT AT END
                                   MOVE "S" TO EXISTE
                                   DISPLAY PARCEIRO-COD
                                   HIGHLIGHT LINE LINHA COL 3
                                   DISPLAY PARCEIRO-NOME
                                   HIGHLIGHT LINE LINHA COL 11
                                   DISPLAY PARCEIRO-CONTACTO
                                   HIGHLIGHT LINE LINHA COL 43
                                   MOVE PARCEIRO-TAXA TO VALOR-TRABALHO
                                   PERFORM FORMATAR-VALOR
                                   DISPLAY VALOR-FORMATADO
                                   HIGHLIGHT LINE LINHA COL 75
                                   DISPLAY PARCEIRO-PRAZO
                                   HIGHLIGHT LINE LINHA COL 85
                                   ADD 1 TO LINHA
                                   IF LINHA = 19 THEN
                                       DISPLAY
                                       "Prima ENTER para continuar..."
                                       HIGHLIGHT AT 2003
                                       ACCEPT OMITTED AT 2033
                                       MOVE 6 TO LINHA
                                   END-IF
                           END-READ
                       END-PERFORM
                   END-IF
           END-START.

           IF (EXISTE = "N") THEN
               DISPLAY "Nao ha parceiros registados!"
               FOREGROUND-COLOR 4 HIGHLIGHT AT 0603
           END-IF.

           DISPLAY "Prima ENTER para continuar.            "
           HIGHLIGHT AT 2003.
           ACCEPT OMITTED AT 2030.
           MOVE "N" TO REPETIR-MENU.
      ******************************************************************
       VALIDAR-PARCEIRO.
           MOVE "N" TO PARCEIRO-VALIDO.
           READ FIC-PARCEIROS
               INVALID KEY
                   MOVE SPACES TO PARCEIRO-NOME
                   MOVE 0 TO PARCEIRO-TAXA
                   MOVE 0 TO PARCEIRO-PRAZO
               NOT INVALID KEY
                   MOVE "S" TO PARCEIRO-VALIDO
           END-READ.
      ******************************************************************
      ****** CATEGORIAS DE CLIENTES ************************************
       MENU-CATEGORIAS.
           PERFORM UNTIL SAIR = "S"
               PERFORM BASE
               DISPLAY "Menu Categorias" HIGHLIGHT AT 0217
               DISPLAY "    Categorias     "
               FOREGROUND-COLOR 3 HIGHLIGHT AT 0545
               DISPLAY "o-----------------------o"
               FOREGROUND-COLOR 3 AT 0642
               DISPLAY "Nova -------------- 1" HIGHLIGHT AT 0744
               DISPLAY "Alterar ----------- 2" HIGHLIGHT AT 0844
               DISPLAY "Eliminar ---------- 3" HIGHLIGHT AT 0944
               DISPLAY "Listagem ---------- 4" HIGHLIGHT AT 1044
               DISPLAY "Menu Tabelas ------ 9" HIGHLIGHT AT 1244
               DISPLAY "[ ]"                   HIGHLIGHT AT 1453
               MOVE "S" TO REPETIR-MENU
               PERFORM UNTIL REPETIR-MENU = "N"
                   ACCEPT ESCOLHA AT 1454 AUTO
                   EVALUATE ESCOLHA
                       WHEN 1 PERFORM CATEGORIAS-NOVA
                       WHEN 2 PERFORM CATEGORIAS-ALTERAR
                       WHEN 3 PERFORM CATEGORIAS-ELIMINAR
                       WHEN 4 PERFORM CATEGORIAS-LISTAGEM
                       WHEN 9
                           MOVE "S" TO SAIR
                           MOVE "N" TO REPETIR-MENU
                       WHEN OTHER
                           DISPLAY "Escolha invalida!" AT 1646
                           FOREGROUND-COLOR 4 HIGHLIGHT
                           MOVE "S" TO REPETIR-MENU
                   END-EVALUATE
               END-PERFORM
           END-PERFORM.
           MOVE "N" TO SAIR.
           MOVE "N" TO REPETIR-MENU.
      ******************************************************************
       CATEGORIAS-NOVA.
           PERFORM BASE.
           DISPLAY "Nova Categoria" HIGHLIGHT AT 0217.

           DISPLAY "Por favor preencha o seguinte campo:" AT 0403
           HIGHLIGHT.

           DISPLAY "Codigo da Categoria:"
           AT 0603 FOREGROUND-COLOR 3 HIGHLIGHT.

           DISPLAY "Deixe Zero para retroceder."
           AT 0803 HIGHLIGHT.

           MOVE 0 TO CATEGORIA-COD.
           ACCEPT CATEGORIA-COD AUTO HIGHLIGHT AT 0624.
           DISPLAY CATEGORIA-COD HIGHLIGHT AT 0624.
           DISPLAY "                            " AT 0803.

           READ FIC-CATEGORIAS
               INVALID KEY
                   MOVE "N" TO EXISTE
               NOT INVALID KEY
                   MOVE "S" TO EXISTE
           END-READ.

           IF (EXISTE = "S") THEN
               DISPLAY "Categoria ja existe!"
               FOREGROUND-COLOR 4 HIGHLIGHT AT 0628
           ELSE
               IF CATEGORIA-COD = 0 THEN
                   DISPLAY "00" HIGHLIGHT AT 0624
               ELSE
                   MOVE SPACES TO CATEGORIA-DESCRICAO
                   MOVE PRAZO-ALUGUER-DIAS TO CATEGORIA-PRAZO
                   MOVE LIMITE-ALUGUERES-CLIENTE TO CATEGORIA-LIMITE
                   MOVE 0 TO CATEGORIA-DESCONTO
                   MOVE TAXA-MULTA-DIA TO CATEGORIA-TAXA-MULTA
                   MOVE QUOTA-ANUAL-EUR TO CATEGORIA-QUOTA
                   PERFORM CATEGORIAS-ACEITAR-DADOS

                   WRITE REGISTO-CATEGORIAS
                       INVALID KEY
                           DISPLAY "Erro ao criar categoria!"
                           FOREGROUND-COLOR 4 HIGHLIGHT AT 2003
                       NOT INVALID KEY
                           DISPLAY "Categoria criada com sucesso!"
                           HIGHLIGHT AT 2003
                           MOVE "CATEGORIAS" TO AUDITORIA-FICHEIRO
                           MOVE "WRITE" TO AUDITORIA-OPERACAO
                           MOVE CATEGORIA-COD TO AUDITORIA-CHAVE
                           PERFORM REGISTAR-AUDITORIA
                   END-WRITE
               END-IF
           END-IF.

           DISPLAY "Prima ENTER para continuar.            "
           HIGHLIGHT AT 0403.
           ACCEPT OMITTED AT 0430.
           MOVE "N" TO REPETIR-MENU.
      ******************************************************************
       CATEGORIAS-ACEITAR-DADOS.
           DISPLAY "Descricao:" AT 0803 FOREGROUND-COLOR 3 HIGHLIGHT.
           PERFORM WITH TEST AFTER UNTIL
           CATEGORIA-DESCRICAO > SPACES
               ACCEPT CATEGORIA-DESCRICAO HIGHLIGHT AT 0814
               IF CATEGORIA-DESCRICAO = SPACES THEN
                   DISPLAY "Descricao invalida!"
                   FOREGROUND-COLOR 4 HIGHLIGHT AT 0836
               ELSE
                   DISPLAY "                   " AT 0836
               END-IF
           END-PERFORM.

           DISPLAY "Prazo de Aluguer (Dias):"
           AT 1003 FOREGROUND-COLOR 3 HIGHLIGHT.
           DISPLAY CATEGORIA-PRAZO HIGHLIGHT AT 1028.
           PERFORM WITH TEST AFTER UNTIL CATEGORIA-PRAZO > 0
               ACCEPT CATEGORIA-PRAZO AUTO HIGHLIGHT AT 1028
               IF CATEGORIA-PRAZO = 0 THEN
                   DISPLAY "Prazo invalido!"
                   FOREGROUND-COLOR 4 HIGHLIGHT AT 1033
               ELSE
                   DISPLAY "               " AT 1033
               END-IF
           END-PERFORM.
           DISPLAY CATEGORIA-PRAZO HIGHLIGHT AT 1028.

           DISPLAY "Limite de Alugueres:"
           AT 1203 FOREGROUND-COLOR 3 HIGHLIGHT.
           DISPLAY CATEGORIA-LIMITE HIGHLIGHT AT 1224.
           PERFORM WITH TEST AFTER UNTIL CATEGORIA-LIMITE > 0
               ACCEPT CATEGORIA-LIMITE AUTO HIGHLIGHT AT 1224
               IF CATEGORIA-LIMITE = 0 THEN
                   DISPLAY "Limite invalido!"
                   FOREGROUND-COLOR 4 HIGHLIGHT AT 1229
               ELSE
                   DISPLAY "                " AT 1229
               END-IF
           END-PERFORM.
           DISPLAY CATEGORIA-LIMITE HIGHLIGHT AT 1224.

           DISPLAY "Desconto na Tarifa (%):"
           AT 1403 FOREGROUND-COLOR 3 HIGHLIGHT.
           DISPLAY CATEGORIA-DESCONTO HIGHLIGHT AT 1427.
           PERFORM WITH TEST AFTER UNTIL CATEGORIA-DESCONTO <= 100
               ACCEPT CATEGORIA-DESCONTO AUTO HIGHLIGHT AT 1427
               IF CATEGORIA-DESCONTO > 100 THEN
                   DISPLAY "Desconto invalido!"
                   FOREGROUND-COLOR 4 HIGHLIGHT AT 1432
               ELSE
                   DISPLAY "                  " AT 1432
               END-IF
           END-PERFORM.
           DISPLAY CATEGORIA-DESCONTO HIGHLIGHT AT 1427.

           DIVIDE CATEGORIA-TAXA-MULTA BY 1 GIVING TARIFA-EUROS.
           COMPUTE TARIFA-CENTIMOS =
               (CATEGORIA-TAXA-MULTA - TARIFA-EUROS) * 100.
           DISPLAY "Taxa de Multa por Dia (Euros):"
           AT 1603 FOREGROUND-COLOR 3 HIGHLIGHT.
           DISPLAY TARIFA-EUROS HIGHLIGHT AT 1634.
           ACCEPT TARIFA-EUROS AUTO HIGHLIGHT AT 1634.
           DISPLAY TARIFA-EUROS HIGHLIGHT AT 1634.
           DISPLAY "(Centimos):"
           AT 1639 FOREGROUND-COLOR 3 HIGHLIGHT.
           DISPLAY TARIFA-CENTIMOS HIGHLIGHT AT 1651.
           ACCEPT TARIFA-CENTIMOS AUTO HIGHLIGHT AT 1651.
           DISPLAY TARIFA-CENTIMOS HIGHLIGHT AT 1651.
           COMPUTE CATEGORIA-TAXA-MULTA =
               TARIFA-EUROS + TARIFA-CENTIMOS / 100.

           DIVIDE CATEGORIA-QUOTA BY 1 GIVING TARIFA-EUROS.
           COMPUTE TARIFA-CENTIMOS =
               (CATEGORIA-QUOTA - TARIFA-EUROS) * 100.
           DISPLAY "Quota Anual (Euros):"
           AT 1803 FOREGROUND-COLOR 3 HIGHLIGHT.
           DISPLAY TARIFA-EUROS HIGHLIGHT AT 1824.
           ACCEPT TARIFA-EUROS AUTO HIGHLIGHT AT 1824.
           DISPLAY TARIFA-EUROS HIGHLIGHT AT 1824.
           DISPLAY "(Centimos):"
           AT 1829 FOREGROUND-COLOR 3 HIGHLIGHT.
           DISPLAY TARIFA-CENTIMOS HIGHLIGHT AT 1841.
           ACCEPT TARIFA-CENTIMOS AUTO HIGHLIGHT AT 1841.
           DISPLAY TARIFA-CENTIMOS HIGHLIGHT AT 1841.
           COMPUTE CATEGORIA-QUOTA =
               TARIFA-EUROS + TARIFA-CENTIMOS / 100.
      ******************************************************************
       CATEGORIAS-ALTERAR.
           PERFORM BASE.
           DISPLAY "Alterar Categoria" HIGHLIGHT AT 0217.

           DISPLAY "Por favor preencha o seguinte campo:" AT 0403
           HIGHLIGHT.

           DISPLAY "Codigo da Categoria:"
           AT 0603 FOREGROUND-COLOR 3 HIGHLIGHT.

           DISPLAY "Deixe Zero para retroceder."
           AT 0803 HIGHLIGHT.

           MOVE 0 TO CATEGORIA-COD.
           ACCEPT CATEGORIA-COD AUTO HIGHLIGHT AT 0624.
           DISPLAY CATEGORIA-COD HIGHLIGHT AT 0624.
           DISPLAY "                            " AT 0803.

           READ FIC-CATEGORIAS
               INVALID KEY
                   MOVE "N" TO EXISTE
               NOT INVALID KEY
                   MOVE "S" TO EXISTE
           END-READ.

           IF (EXISTE = "N") THEN
               IF CATEGORIA-COD = 0 THEN
                   DISPLAY "00" HIGHLIGHT AT 0624
               ELSE
                   DISPLAY "Categoria nao existe!"
                   FOREGROUND-COLOR 4 HIGHLIGHT AT 0628
               END-IF
           ELSE
               DISPLAY CATEGORIA-DESCRICAO HIGHLIGHT AT 0814
               PERFORM CATEGORIAS-ACEITAR-DADOS

               REWRITE REGISTO-CATEGORIAS
                   INVALID KEY
                       DISPLAY "Erro ao alterar categoria!"
                       FOREGROUND-COLOR 4 HIGHLIGHT AT 2003
                   NOT INVALID KEY
                       DISPLAY "Categoria alterada com sucesso!"
                       HIGHLIGHT AT 2003
                       MOVE "CATEGORIAS" TO AUDITORIA-FICHEIRO
                       MOVE "REWRITE" TO AUDITORIA-OPERACAO
                       MOVE CATEGORIA-COD TO AUDITORIA-CHAVE
                       PERFORM REGISTAR-AUDITORIA
               END-REWRITE
           END-IF.

           DISPLAY "Prima ENTER para continuar.            "
           HIGHLIGHT AT 0403.
           ACCEPT OMITTED AT 0430.
           MOVE "N" TO REPETIR-MENU.
      ******************************************************************
       CATEGORIAS-ELIMINAR.
           PERFORM BASE.
           DISPLAY "Eliminar Categoria" HIGHLIGHT AT 0217.

           DISPLAY "Por favor preencha o seguinte campo:" AT 0403
           HIGHLIGHT.

           DISPLAY "Codigo da Categoria:"
           AT 0603 FOREGROUND-COLOR 3 HIGHLIGHT.

           DISPLAY "Deixe Zero para retroceder."
           AT 0803 HIGHLIGHT.

           MOVE 0 TO CATEGORIA-COD.
           ACCEPT CATEGORIA-COD AUTO HIGHLIGHT AT 0624.
           DISPLAY CATEGORIA-COD HIGHLIGHT AT 0624.
           DISPLAY "                            " AT 0803.

           READ FIC-CATEGORIAS
               INVALID KEY
                   MOVE "N" TO EXISTE
               NOT INVALID KEY
                   MOVE "S" TO EXISTE
           END-READ.

           IF (EXISTE = "N") THEN
               IF CATEGORIA-COD = 0 THEN
                   DISPLAY "00" HIGHLIGHT AT 0624
               ELSE
                   DISPLAY "Categoria nao existe!"
                   FOREGROUND-COLOR 4 HIGHLIGHT AT 0628
               END-IF
           ELSE
               PERFORM VERIFICAR-REF-CATEGORIA

               IF (REFERENCIADO = "S") THEN
                   DISPLAY "Categoria atribuida a clientes!"
                   FOREGROUND-COLOR 4 HIGHLIGHT AT 0803
               ELSE
                   DELETE FIC-CATEGORIAS
                       INVALID KEY
                           DISPLAY "Erro ao eliminar categoria!"
                           FOREGROUND-COLOR 4 HIGHLIGHT AT 0803
                       NOT INVALID KEY
                           DISPLAY "Categoria eliminada com sucesso!"
                           HIGHLIGHT AT 0803
                           MOVE "CATEGORIAS" TO AUDITORIA-FICHEIRO
                           MOVE "DELETE" TO AUDITORIA-OPERACAO
                           MOVE CATEGORIA-COD TO AUDITORIA-CHAVE
                           PERFORM REGISTAR-AUDITORIA
                   END-DELETE
               END-IF
           END-IF.

           DISPLAY "Prima ENTER para continuar.         "
           HIGHLIGHT AT 0403.
           ACCEPT OMITTED AT 0430.
           MOVE "N" TO REPETIR-MENU.
      ******************************************************************
       VERIFICAR-REF-CATEGORIA.
           MOVE "N" TO REFERENCIADO.
           MOVE 0 TO CLIENTE-COD.
           START FIC-CLIENTES KEY > CLIENTE-COD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF FS <> "05" AND FS <> "23" THEN
                       PERFORM UNTIL FS = "10" OR REFERENCIADO = "S"
                           READ FIC-CLIENTES NEXT RECORD
                               NOT AT END
                                   IF CLIENTE-CATEGORIA IS NUMERIC AND
                                   CLIENTE-CATEGORIA = CATEGORIA-COD
                                   THEN
                                       MOVE "S" TO REFERENCIADO
                                   END-IF
                           END-READ
                       END-PERFORM
                   END-IF
           END-START.
      ******************************************************************
       CATEGORIAS-LISTAGEM.
           PERFORM BASE.
           DISPLAY "Listagem de Categorias" HIGHLIGHT AT 0217.

           DISPLAY "Cat."      FOREGROUND-COLOR 3 HIGHLIGHT AT 0403.
           DISPLAY "Descricao" FOREGROUND-COLOR 3 HIGHLIGHT AT 0409.
           DISPLAY "Prazo"     FOREGROUND-COLOR 3 HIGHLIGHT AT 0431.
           DISPLAY "Limite"    FOREGROUND-COLOR 3 HIGHLIGHT AT 0438.
           DISPLAY "Desc.%"    FOREGROUND-COLOR 3 HIGHLIGHT AT 0446.
           DISPLAY "Multa/Dia" FOREGROUND-COLOR 3 HIGHLIGHT AT 0454.
           DISPLAY "Quota"     FOREGROUND-COLOR 3 HIGHLIGHT AT 0466.

           MOVE 6 TO LINHA.
           MOVE "N" TO EXISTE.
           MOVE 0 TO CATEGORIA-COD.
           START FIC-CATEGORIAS KEY > CATEGORIA-COD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF FS <> "05" AND FS <> "23" THEN
                       PERFORM UNTIL FS = "10"
                           READ FIC-CATEGORIAS NEXT RECORD
                               NOT AT END
                                   MOVE "S" TO EXISTE
                                   PERFORM CATEGORIAS-LISTAR-LINHA
                           END-READ
                       END-PERFORM
                   END-IF
           END-START.

           IF (EXISTE = "N") THEN
               DISPLAY "Nao ha categorias registadas!"
               FOREGROUND-COLOR 4 HIGHLIGHT AT 0603
           END-IF.

           DISPLAY "Prima ENTER para continuar.            "
           HIGHLIGHT AT 2003.
           ACCEPT OMITTED AT 2030.
           MOVE "N" TO REPETIR-MENU.
      ******************************************************************
       CATEGORIAS-LISTAR-LINHA.
           DISPLAY CATEGORIA-COD HIGHLIGHT LINE LINHA COL 3.
           DISPLAY CATEGORIA-DESCRICAO HIGHLIGHT LINE LINHA COL 9.
           DISPLAY CATEGORIA-PRAZO HIGHLIGHT LINE LINHA COL 31.
           DISPLAY CATEGORIA-LIMITE HIGHLIGHT LINE LINHA COL 38.
           DISPLAY CATEGORIA-DESCONTO HIGHLIGHT LINE LINHA COL 46.
           MOVE CATEGORIA-TAXA-MULTA TO VALOR-TRABALHO.
           PERFORM FORMATAR-VALOR.
           DISPLAY VALOR-FORMATADO HIGHLIGHT LINE LINHA COL 54.
           MOVE CATEGORIA-QUOTA TO VALOR-TRABALHO.
           PERFORM FORMATAR-VALOR.
           DISPLAY VALOR-FORMATADO HIGHLIGHT LINE LINHA COL 66.
           ADD 1 TO LINHA.
           IF LINHA = 19 THEN
               DISPLAY "Prima ENTER para continuar..."
               HIGHLIGHT AT 2003
               ACCEPT OMITTED AT 2033
               MOVE 6 TO LINHA
           END-IF.
      ******************************************************************
       VALIDAR-CATEGORIA.
           MOVE "N" TO CATEGORIA-VALIDA.
           READ FIC-CATEGORIAS
               INVALID KEY
                   MOVE SPACES TO CATEGORIA-DESCRICAO
               NOT INVALID KEY
                   MOVE "S" TO CATEGORIA-VALIDA
           END-READ.
      ******************************************************************
       ACEITAR-CATEGORIA-CLIENTE.
           DISPLAY "Categoria:" AT 1603 FOREGROUND-COLOR 3 HIGHLIGHT.
           DISPLAY "Deixe Zero para a categoria geral."
           HIGHLIGHT AT 1618.
           IF CLIENTE-CATEGORIA IS NOT NUMERIC THEN
               MOVE 0 TO CLIENTE-CATEGORIA
           END-IF.
           DISPLAY CLIENTE-CATEGORIA HIGHLIGHT AT 1614.

           PERFORM WITH TEST AFTER UNTIL CATEGORIA-VALIDA = "S"
               ACCEPT CLIENTE-CATEGORIA AUTO HIGHLIGHT AT 1614
               IF CLIENTE-CATEGORIA = 0 THEN
                   MOVE "S" TO CATEGORIA-VALIDA
               ELSE
                   MOVE CLIENTE-CATEGORIA TO CATEGORIA-COD
                   PERFORM VALIDAR-CATEGORIA
                   IF CATEGORIA-VALIDA = "N" THEN
                       DISPLAY "Categoria nao existe!             "
                       FOREGROUND-COLOR 4 HIGHLIGHT AT 1618
                   END-IF
               END-IF
           END-PERFORM.
           DISPLAY CLIENTE-CATEGORIA HIGHLIGHT AT 1614.

           DISPLAY "                                  " AT 1618.
           PERFORM DESCREVER-CATEGORIA-CLIENTE.
           DISPLAY CATEGORIA-DESCRICAO HIGHLIGHT AT 1618.
      ******************************************************************
       DESCREVER-CATEGORIA-CLIENTE.
           IF CLIENTE-CATEGORIA IS NOT NUMERIC OR
           CLIENTE-CATEGORIA = 0 THEN
               MOVE "Geral" TO CATEGORIA-DESCRICAO
           ELSE
               MOVE CLIENTE-CATEGORIA TO CATEGORIA-COD
               PERFORM VALIDAR-CATEGORIA
           END-IF.
      ******************************************************************
       OBTER-CATEGORIA-CLIENTE.
           MOVE PRAZO-ALUGUER-DIAS TO PRAZO-EFETIVO-DIAS.
           MOVE LIMITE-ALUGUERES-CLIENTE TO LIMITE-ALUGUERES-EFETIVO.
           MOVE 0 TO DESCONTO-EFETIVO.
           MOVE TAXA-MULTA-DIA TO TAXA-MULTA-EFETIVA.
           MOVE QUOTA-ANUAL-EUR TO QUOTA-EFETIVA-EUR.
           IF CLIENTE-CATEGORIA IS NUMERIC AND
           CLIENTE-CATEGORIA > 0 THEN
               MOVE CLIENTE-CATEGORIA TO CATEGORIA-COD
               PERFORM VALIDAR-CATEGORIA
               IF CATEGORIA-VALIDA = "S" THEN
                   MOVE CATEGORIA-PRAZO TO PRAZO-EFETIVO-DIAS
                   MOVE CATEGORIA-LIMITE TO LIMITE-ALUGUERES-EFETIVO
                   MOVE CATEGORIA-DESCONTO TO DESCONTO-EFETIVO
                   MOVE CATEGORIA-TAXA-MULTA TO TAXA-MULTA-EFETIVA
                   MOVE CATEGORIA-QUOTA TO QUOTA-EFETIVA-EUR
               END-IF
           END-IF.
      ******************************************************************
       OBTER-CATEGORIA-ALUGUER.
           MOVE ALUGUER-CLIENTE-COD TO CLIENTE-COD.
           READ FIC-CLIENTES
               INVALID KEY
                   MOVE 0 TO CLIENTE-CATEGORIA
           END-READ.
           PERFORM OBTER-CATEGORIA-CLIENTE.
      ******************************************************************
       VERIFICAR-INTEGRIDADE.
           PERFORM BASE.
                   DISPLAY "               " AT 1235
               END-IF
           END-PERFORM.

           DISPLAY "Polo:" AT 1403 FOREGROUND-COLOR 3 HIGHLIGHT.
           IF OPERADOR-POLO IS NOT NUMERIC OR OPERADOR-POLO = 0 THEN
               MOVE POLO-SEDE TO OPERADOR-POLO
           END-IF.
           DISPLAY OPERADOR-POLO HIGHLIGHT AT 1409.
           PERFORM WITH TEST AFTER UNTIL POLO-VALIDO = "S"
               ACCEPT OPERADOR-POLO AUTO HIGHLIGHT AT 1409
               MOVE OPERADOR-POLO TO POLO-COD
               PERFORM VALIDAR-POLO
               IF POLO-VALIDO = "N" THEN
                   DISPLAY "Polo nao existe!              "
                   FOREGROUND-COLOR 4 HIGHLIGHT AT 1414
               ELSE
                   DISPLAY POLO-NOME HIGHLIGHT AT 1414
               END-IF
           END-PERFORM.
      ******************************************************************
       OPERADORES-ALTERAR.
           PERFORM BASE.
                       PERFORM REGISTAR-AUDITORIA
                       IF OPERADOR-COD = OPERADOR-ATUAL THEN
                           MOVE OPERADOR-NIVEL TO NIVEL-ATUAL
                           PERFORM DEFINIR-POLO-ATUAL
                       END-IF
               END-REWRITE
           END-IF.
           DISPLAY "C.Op." FOREGROUND-COLOR 3 HIGHLIGHT AT 0403.
           DISPLAY "Nome"  FOREGROUND-COLOR 3 HIGHLIGHT AT 0411.
           DISPLAY "Nivel" FOREGROUND-COLOR 3 HIGHLIGHT AT 0443.
           DISPLAY "Polo"  FOREGROUND-COLOR 3 HIGHLIGHT AT 0453.

           MOVE 6 TO LINHA.
           MOVE "N" TO EXISTE.
                                       DISPLAY "Consulta" HIGHLIGHT
                                       LINE LINHA COL 43
                                   END-IF
                                   IF OPERADOR-POLO IS NOT NUMERIC
                                   OR OPERADOR-POLO = 0 THEN
                                       MOVE POLO-SEDE TO OPERADOR-POLO
                                   END-IF
                                   DISPLAY OPERADOR-POLO HIGHLIGHT
                                   LINE LINHA COL 53
                                   ADD 1 TO LINHA
                                   IF LINHA = 19 THEN
                                       DISPLAY
                   PARAM-RETENCAO > 0 THEN
                       MOVE PARAM-RETENCAO TO RETENCAO-ANOS
                   END-IF
                   IF PARAM-RENOVACOES IS NUMERIC THEN
                       MOVE PARAM-RENOVACOES TO LIMITE-RENOVACOES
                   END-IF
                   MOVE PARAM-FECHO-SEMANAL TO DIAS-FECHO-SEMANAL
           END-READ.
           CLOSE FIC-PARAMETROS.

           PERFORM VARYING SUB-DIA-SEMANA FROM 1 BY 1
           UNTIL SUB-DIA-SEMANA > 7
               IF FECHO-SEMANAL-DIA(SUB-DIA-SEMANA) NOT = "S" THEN
                   MOVE "N" TO FECHO-SEMANAL-DIA(SUB-DIA-SEMANA)
               END-IF
           END-PERFORM.

           IF (EXISTE = "N") THEN
               PERFORM GRAVAR-PARAMETROS
           END-IF.
           MOVE NUM-GERACOES TO PARAM-GERACOES.
           MOVE ";" TO PARAM-SEP6.
           MOVE RETENCAO-ANOS TO PARAM-RETENCAO.
           MOVE ";" TO PARAM-SEP7.
           MOVE LIMITE-RENOVACOES TO PARAM-RENOVACOES.
           MOVE ";" TO PARAM-SEP8.
           MOVE DIAS-FECHO-SEMANAL TO PARAM-FECHO-SEMANAL.
           WRITE REGISTO-PARAMETROS.
           CLOSE FIC-PARAMETROS.
      ******************************************************************
           COMPUTE TAXA-MULTA-DIA =
               TARIFA-EUROS + TARIFA-CENTIMOS / 100.

           DISPLAY "Limite de Renovacoes:"
           AT 1040 FOREGROUND-COLOR 3 HIGHLIGHT.
           DISPLAY LIMITE-RENOVACOES HIGHLIGHT AT 1066.
           ACCEPT LIMITE-RENOVACOES AUTO HIGHLIGHT AT 1062.
           DISPLAY LIMITE-RENOVACOES HIGHLIGHT AT 1062.
           DISPLAY "  " AT 1066.

           DISPLAY "Limite de Alugueres por Cliente:"
           AT 1203 FOREGROUND-COLOR 3 HIGHLIGHT.
           DISPLAY LIMITE-ALUGUERES-CLIENTE HIGHLIGHT AT 1241.
           PERFORM BACKUP-COPIAR-FORNECEDORES.
           PERFORM BACKUP-COPIAR-ENCOMENDAS.
           PERFORM BACKUP-COPIAR-ENCLINHAS.
           PERFORM BACKUP-COPIAR-CALENDARIO.
           PERFORM BACKUP-COPIAR-POLOS.
           PERFORM BACKUP-COPIAR-TRANSFERENCIAS.
           PERFORM BACKUP-COPIAR-PARCEIROS.
           PERFORM BACKUP-COPIAR-INTERBIB.
           PERFORM BACKUP-COPIAR-CATEGORIAS.

           CLOSE FIC-BACKUP.

                       END-PERFORM
                   END-IF
           END-START.
      ******************************************************************
       BACKUP-COPIAR-CALENDARIO.
           MOVE LOW-VALUES TO CALENDARIO-DATA.
           START FIC-CALENDARIO KEY >= CALENDARIO-DATA
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF FS <> "05" AND FS <> "23" THEN
                       PERFORM UNTIL FS = "10"
                           READ FIC-CALENDARIO NEXT RECORD
                               NOT AT END
                                   MOVE "CALENDARIO"
                                   TO BACKUP-FICHEIRO
                                   MOVE REGISTO-CALENDARIO
                                   TO BACKUP-IMAGEM
                                   PERFORM BACKUP-GRAVAR-LINHA
                           END-READ
                       END-PERFORM
                   END-IF
           END-START.
      ******************************************************************
       BACKUP-COPIAR-POLOS.
           MOVE 0 TO POLO-COD.
           START FIC-POLOS KEY > POLO-COD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF FS <> "05" AND FS <> "23" THEN
                       PERFORM UNTIL FS = "10"
                           READ FIC-POLOS NEXT RECORD
                               NOT AT END
                                   MOVE "POLOS" TO BACKUP-FICHEIRO
                                   MOVE REGISTO-POLOS
                                   TO BACKUP-IMAGEM
                                   PERFORM BACKUP-GRAVAR-LINHA
                           END-READ
                       END-PERFORM
                   END-IF
           END-START.
      ******************************************************************
       BACKUP-COPIAR-TRANSFERENCIAS.
           MOVE 0 TO TRANSF-COD.
           START FIC-TRANSFERENCIAS KEY > TRANSF-COD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF FS <> "05" AND FS <> "23" THEN
                       PERFORM UNTIL FS = "10"
                           READ FIC-TRANSFERENCIAS NEXT RECORD
                               NOT AT END
                                   MOVE "TRANSFEREN"
                                   TO BACKUP-FICHEIRO
                                   MOVE REGISTO-TRANSFERENCIAS
                                   TO BACKUP-IMAGEM
                                   PERFORM BACKUP-GRAVAR-LINHA
                           END-READ
                       END-PERFORM
                   END-IF
           END-START.
      ******************************************************************
       BACKUP-COPIAR-PARCEIROS.
           MOVE 0 TO PARCEIRO-COD.
           START FIC-PARCEIROS KEY > PARCEIRO-COD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF FS <> "05" AND FS <> "23" THEN
                       PERFORM UNTIL FS = "10"
                           READ FIC-PARCEIROS NEXT RECORD
                               NOT AT END
                                   MOVE "PARCEIROS" TO BACKUP-FICHEIRO
                                   MOVE REGISTO-PARCEIROS
                                   TO BACKUP-IMAGEM
                                   PERFORM BACKUP-GRAVAR-LINHA
                           END-READ
                       END-PERFORM
                   END-IF
           END-START.
      ******************************************************************
       BACKUP-COPIAR-INTERBIB.
           MOVE 0 TO IB-COD.
           START FIC-INTERBIB KEY > IB-COD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF FS <> "05" AND FS <> "23" THEN
                       PERFORM UNTIL FS = "10"
                           READ FIC-INTERBIB NEXT RECORD
                               NOT AT END
                                   MOVE "INTERBIB" TO BACKUP-FICHEIRO
                                   MOVE REGISTO-INTERBIB
                                   TO BACKUP-IMAGEM
                                   PERFORM BACKUP-GRAVAR-LINHA
                           END-READ
                       END-PERFORM
                   END-IF
           END-START.
      ******************************************************************
       BACKUP-COPIAR-CATEGORIAS.
           MOVE 0 TO CATEGORIA-COD.
           START FIC-CATEGORIAS KEY > CATEGORIA-COD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF FS <> "05" AND FS <> "23" THEN
                       PERFORM UNTIL FS = "10"
                           READ FIC-CATEGORIAS NEXT RECORD
                               NOT AT END
                                   MOVE "CATEGORIAS" TO BACKUP-FICHEIRO
                                   MOVE REGISTO-CATEGORIAS
                                   TO BACKUP-IMAGEM
                                   PERFORM BACKUP-GRAVAR-LINHA
                           END-READ
                       END-PERFORM
                   END-IF
           END-START.
      ******************************************************************
       LER-BACKUPCTL.
           MOVE 0 TO ULTIMA-GERACAO.
                   DISPLAY "MULTAS, OPERADORES, HISTORICO, TARIFAS," &
                   " MOVIMENTOS, FORNECEDORES, ENCOMENDAS,"
                   HIGHLIGHT AT 1703
                   DISPLAY "ENCLINHAS, CALENDARIO, POLOS, TRANSFEREN," &
                   " PARCEIROS, INTERBIB, CATEGORIAS):"
                   HIGHLIGHT AT 1803
                   MOVE SPACES TO FICHEIRO-RESTAURO
                   ACCEPT FICHEIRO-RESTAURO HIGHLIGHT AT 1878
                   MOVE FUNCTION UPPER-CASE(FICHEIRO-RESTAURO)
                   TO FICHEIRO-RESTAURO
                   DISPLAY FICHEIRO-RESTAURO HIGHLIGHT AT 1878

                   DISPLAY "Confirma o restauro? (S/N)"
                   AT 1903 FOREGROUND-COLOR 3 HIGHLIGHT
               WHEN "ENCLINHAS"
                   CLOSE FIC-ENCLINHAS
                   OPEN OUTPUT FIC-ENCLINHAS
               WHEN "CALENDARIO"
                   CLOSE FIC-CALENDARIO
                   OPEN OUTPUT FIC-CALENDARIO
               WHEN "POLOS"
                   CLOSE FIC-POLOS
                   OPEN OUTPUT FIC-POLOS
               WHEN "TRANSFEREN"
                   CLOSE FIC-TRANSFERENCIAS
                   OPEN OUTPUT FIC-TRANSFERENCIAS
               WHEN "PARCEIROS"
                   CLOSE FIC-PARCEIROS
                   OPEN OUTPUT FIC-PARCEIROS
               WHEN "INTERBIB"
                   CLOSE FIC-INTERBIB
                   OPEN OUTPUT FIC-INTERBIB
               WHEN "CATEGORIAS"
                   CLOSE FIC-CATEGORIAS
                   OPEN OUTPUT FIC-CATEGORIAS
               WHEN OTHER
                   MOVE "N" TO RESTAURO-OK
           END-EVALUATE.
                       INVALID KEY
                           CONTINUE
                   END-WRITE
               WHEN "CALENDARIO"
                   MOVE BACKUP-IMAGEM TO REGISTO-CALENDARIO
                   WRITE REGISTO-CALENDARIO
                       INVALID KEY
                           CONTINUE
                   END-WRITE
               WHEN "POLOS"
                   MOVE BACKUP-IMAGEM TO REGISTO-POLOS
                   WRITE REGISTO-POLOS
                       INVALID KEY
                           CONTINUE
                   END-WRITE
               WHEN "TRANSFEREN"
                   MOVE BACKUP-IMAGEM TO REGISTO-TRANSFERENCIAS
                   WRITE REGISTO-TRANSFERENCIAS
                       INVALID KEY
                           CONTINUE
                   END-WRITE
               WHEN "PARCEIROS"
                   MOVE BACKUP-IMAGEM TO REGISTO-PARCEIROS
                   WRITE REGISTO-PARCEIROS
                       INVALID KEY
                           CONTINUE
                   END-WRITE
               WHEN "INTERBIB"
                   MOVE BACKUP-IMAGEM TO REGISTO-INTERBIB
                   WRITE REGISTO-INTERBIB
                       INVALID KEY
                           CONTINUE
                   END-WRITE
               WHEN "CATEGORIAS"
                   MOVE BACKUP-IMAGEM TO REGISTO-CATEGORIAS
                   WRITE REGISTO-CATEGORIAS
                       INVALID KEY
                           CONTINUE
                   END-WRITE
           END-EVALUATE.
           ADD 1 TO NUM-REGISTOS-RESTAURO.
      ******************************************************************
               WHEN "ENCLINHAS"
                   CLOSE FIC-ENCLINHAS
                   OPEN I-O FIC-ENCLINHAS
               WHEN "CALENDARIO"
                   CLOSE FIC-CALENDARIO
                   OPEN I-O FIC-CALENDARIO
               WHEN "POLOS"
                   CLOSE FIC-POLOS
                   OPEN I-O FIC-POLOS
               WHEN "TRANSFEREN"
                   CLOSE FIC-TRANSFERENCIAS
                   OPEN I-O FIC-TRANSFERENCIAS
               WHEN "PARCEIROS"
                   CLOSE FIC-PARCEIROS
                   OPEN I-O FIC-PARCEIROS
               WHEN "INTERBIB"
                   CLOSE FIC-INTERBIB
                   OPEN I-O FIC-INTERBIB
               WHEN "CATEGORIAS"
                   CLOSE FIC-CATEGORIAS
                   OPEN I-O FIC-CATEGORIAS
           END-EVALUATE.
      ****** RETENCAO DE DADOS DE CLIENTES *****************************
       UTIL-RETENCAO.
           IF CLIENTE-ELEGIVEL = "S" THEN
               PERFORM RETENCAO-VER-HISTORICO
           END-IF.
           IF CLIENTE-ELEGIVEL = "S" THEN
               PERFORM RETENCAO-VER-INTERBIB
           END-IF.

           IF CLIENTE-ELEGIVEL = "S" THEN
               COMPUTE ANO-TRABALHO-RET =
                       END-PERFORM
                   END-IF
           END-START.
      ******************************************************************
       RETENCAO-VER-INTERBIB.
           MOVE "N" TO FIM-INTERBIB-CLIENTE.
           MOVE CLIENTE-COD TO IB-CLIENTE-COD.
           START FIC-INTERBIB KEY >= IB-CLIENTE-COD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF FS <> "05" AND FS <> "23" THEN
                       PERFORM UNTIL FS = "10"
                       OR FIM-INTERBIB-CLIENTE = "S"
                           READ FIC-INTERBIB NEXT RECORD
                               NOT AT END
                                   IF IB-CLIENTE-COD > CLIENTE-COD
                                   THEN
                                       MOVE "S" TO FIM-INTERBIB-CLIENTE
                                   ELSE
                                       IF IB-ESTADO NOT = "F" AND
                                       IB-ESTADO NOT = "C" THEN
                                           MOVE "N" TO CLIENTE-ELEGIVEL
                                       END-IF
                                       COMPUTE ANO-TRABALHO-RET =
                                       IB-DATA-PEDIDO / 10000
                                       IF ANO-TRABALHO-RET >
                                       ULTIMA-ATIVIDADE-ANO THEN
                                           MOVE ANO-TRABALHO-RET
                                           TO ULTIMA-ATIVIDADE-ANO
                                       END-IF
                                   END-IF
                           END-READ
                       END-PERFORM
                   END-IF
           END-START.
      ******************************************************************
       RETENCAO-EXECUTAR.
           MOVE 0 TO NUM-ELIMINADOS.
           PERFORM VERIFICAR-LIVROS.
           PERFORM VERIFICAR-MULTAS-REF.
           PERFORM VERIFICAR-EXEMPLARES-REF.
           PERFORM VERIFICAR-NUMERADORES.

           MOVE FUNCTION CONCATENATE(
           "Total de problemas: " NUM-PROBLEMAS)
       ESCREVER-RECONCILIACAO.
           WRITE REGISTO-RECONCILIACAO.
           ADD 1 TO NUM-PROBLEMAS.
      ******************************************************************
       VERIFICAR-NUMERADORES.
           MOVE "MULTAS" TO TIPO-NUMERADOR.
           PERFORM APURAR-PROXIMA-MULTA.
           MOVE PROXIMA-MULTA-COD TO NUMERO-APURADO.
           PERFORM VERIFICAR-UM-NUMERADOR.

           MOVE "MOVIMENTOS" TO TIPO-NUMERADOR.
           PERFORM APURAR-PROXIMO-MOVIMENTO.
           MOVE PROXIMO-MOVIMENTO-COD TO NUMERO-APURADO.
           PERFORM VERIFICAR-UM-NUMERADOR.

           MOVE "ALUGUERES" TO TIPO-NUMERADOR.
           PERFORM APURAR-PROXIMO-ALUGUER.
           MOVE PROXIMO-ALUGUER-COD TO NUMERO-APURADO.
           PERFORM VERIFICAR-UM-NUMERADOR.

           MOVE "ESPERA" TO TIPO-NUMERADOR.
           PERFORM APURAR-PROXIMA-ESPERA.
           MOVE PROXIMA-ESPERA-COD TO NUMERO-APURADO.
           PERFORM VERIFICAR-UM-NUMERADOR.

           MOVE "ENCOMENDAS" TO TIPO-NUMERADOR.
           PERFORM APURAR-PROXIMA-ENCOMENDA.
           MOVE PROXIMA-ENCOMENDA-COD TO NUMERO-APURADO.
           PERFORM VERIFICAR-UM-NUMERADOR.

           MOVE "TRANSFEREN" TO TIPO-NUMERADOR.
           PERFORM APURAR-PROXIMA-TRANSFERENCIA.
           MOVE PROXIMA-TRANSFERENCIA-COD TO NUMERO-APURADO.
           PERFORM VERIFICAR-UM-NUMERADOR.

           MOVE "INTERBIB" TO TIPO-NUMERADOR.
           PERFORM APURAR-PROXIMO-INTERBIB.
           MOVE PROXIMO-INTERBIB-COD TO NUMERO-APURADO.
           PERFORM VERIFICAR-UM-NUMERADOR.
      ******************************************************************
       VERIFICAR-UM-NUMERADOR.
           MOVE TIPO-NUMERADOR TO NUMERADOR-TIPO.
           READ FIC-NUMERADOR
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF NUMERADOR-PROXIMO < NUMERO-APURADO THEN
                       COMPUTE CHAVE-MAXIMA = NUMERO-APURADO - 1
                       MOVE FUNCTION CONCATENATE(
                       "NUMERADOR " TIPO-NUMERADOR " proximo "
                       NUMERADOR-PROXIMO " inferior a chave maxima "
                       CHAVE-MAXIMA " em ficheiro")
                       TO LINHA-RECONCILIACAO
                       PERFORM ESCREVER-RECONCILIACAO
                   END-IF
           END-READ.
      ******************************************************************
       VERIFICAR-ALUGUERES.
           MOVE "N" TO FIM-VERIFICACAO.
