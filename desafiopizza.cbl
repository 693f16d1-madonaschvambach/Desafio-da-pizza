               organization is line sequential
               file status is tmp-status.

           select cpr-arquivo assign to "COMPIZZA"
               organization is line sequential
               file status is cpr-status.

           select pro-arquivo assign to "PROPIZZA"
               organization is indexed
               access mode is dynamic
               record key is pro-chave
               file status is pro-status.

           select ava-arquivo assign to "AVAPIZZA"
               organization is line sequential
               file status is ava-status.

           select avt-arquivo assign to "AVATEMP"
               organization is line sequential
               file status is avt-status.

           select ope-arquivo assign to "OPEPIZZA"
               organization is indexed
               access mode is dynamic
               record key is ope-codigo
               file status is ope-status.

           select ext-arquivo assign to "EXTPIZZA"
               organization is line sequential
               file status is ext-status.

           select exb-arquivo assign to "EXBPIZZA"
               organization is line sequential
               file status is exb-status.

           select exn-arquivo assign to "EXBTEMP"
               organization is line sequential
               file status is exn-status.

           select exc-arquivo assign to "EXCPIZZA"
               organization is line sequential
               file status is exc-status.

           select zon-arquivo assign to "ZONPIZZA"
               organization is indexed
               access mode is dynamic
               record key is zon-chave
               file status is zon-status.

           select ben-arquivo assign to "BENPIZZA"
               organization is line sequential
               file status is ben-status.

           select bcs-arquivo assign to "BENPIZZA.CSV"
               organization is line sequential
               file status is bcs-status.

           select vig-arquivo assign to "VIGPIZZA"
               organization is indexed
               access mode is dynamic
               record key is vig-codigo
               file status is vig-status.

           select ale-arquivo assign to "ALEPIZZA"
               organization is indexed
               access mode is dynamic
               record key is ale-chave
               file status is ale-status.

           select avi-arquivo assign to "AVIPIZZA"
               organization is line sequential
               file status is avi-status.

           select sort-arquivo assign to "SORTWORK".
       i-o-control.

           05 ult-preco-cm2                        pic 9(02)v9(02).
           05 ult-data-hora                        pic x(15).

      *--- parametros: quantidade maxima de pizzas do catalogo,
      *--- percentual de variacao contra o historico que dispara o
      *--- alerta de plausibilidade na digitacao e minimo de
      *--- avaliacoes para a pizza entrar no ranking custo-beneficio
       fd  parm-arquivo.
       01  parm-registro.
           05 parm-quant-pizzas                    pic 9(03).
           05 parm-alerta-percentual               pic 9(03).
           05 parm-minimo-avaliacoes               pic 9(02).

      *--- historico de precos por cm2 das pizzas (uma linha por
      *--- pizza de cada execução, para acompanhar a tendencia)

      *--- exportação do ranking ordenado para planilha semanal
       fd  csv-arquivo.
       01  csv-registro                             pic x(140).

      *--- exportação do indice mensal de precos para planilha
       fd  idx-arquivo.
      *--- S inicio e F fim de sessao, para reconstruir quem teve o
      *--- catalogo aberto em cada momento, M movida de grafia pelo
      *--- saneamento de estabelecimentos, com a grafia antiga no
      *--- antes, L login recusado, com o motivo no depois, N acesso
      *--- negado pelo perfil, com a funcao no antes, B descarga para
      *--- backup e P recuperacao ate uma data-hora, ambas com o nome
      *--- do backup no antes, U correcao do ULTPIZZA pela verificacao
      *--- de integridade, com preco por cm2/data-hora antes e depois),
      *--- chave e os campos antes e depois
      *--- (diametro/preco/imposto/desconto/cm2, so os digitos);
      *--- o complemento leva a data de coleta e a categoria da
      *--- imagem depois (I, A e M), para a recuperacao reaplicar o
      *--- registro inteiro; separadores nomeados pelo mesmo motivo
      *--- do HISTPIZZA
       fd  aud-arquivo.
       01  aud-registro.
           05 aud-data-hora                        pic x(15).
           05 aud-antes                            pic x(25).
           05 aud-separador-6                      pic x(03).
           05 aud-depois                           pic x(25).
           05 aud-separador-7                      pic x(03).
           05 aud-complemento                      pic x(11).

      *--- copia sequencial do CADPIZZA (descarga/reconstrucao); o
      *--- nome do arquivo e variavel para permitir backups datados
       fd  tmp-arquivo.
       01  tmp-registro                             pic x(74).

      *--- livro de compras realizadas: cada pedido feito de verdade
      *--- (o PEDPIZZA e so a sugestao), uma linha por pizza comprada
      *--- com o numero do pedido agrupando as linhas, a data, quem
      *--- registrou, a loja (codigo e grafia oficial do ESTPIZZA), a
      *--- quantidade, o valor efetivamente pago na linha e a ocasiao
      *--- ou centro de custo
       fd  cpr-arquivo.
       01  cpr-registro.
           05 cpr-numero                           pic 9(06).
           05 cpr-data                             pic 9(08).
           05 cpr-operador                         pic x(10).
           05 cpr-est-codigo                       pic 9(03).
           05 cpr-estabelecimento                  pic x(15).
           05 cpr-nome                             pic x(15).
           05 cpr-diametro                         pic 9(03).
           05 cpr-quantidade                       pic 9(03).
           05 cpr-valor-pago                       pic 9(05)v9(02).
           05 cpr-centro-custo                     pic x(15).

      *--- calendario de promocoes por loja + pizza + diametro; a
      *--- sequencia permite mais de uma promocao para a mesma pizza
      *--- em periodos diferentes; tipo P preco promocional ou D
      *--- desconto percentual sobre o preco regular, dias validos de
      *--- segunda a domingo (S/N) e vigencia (fim zero = sem termino)
       fd  pro-arquivo.
       01  pro-registro.
           05 pro-chave.
               10 pro-estabelecimento              pic x(15).
               10 pro-nome                         pic x(15).
               10 pro-diametro                     pic 9(03).
               10 pro-sequencia                    pic 9(02).
           05 pro-tipo                             pic x(01).
           05 pro-preco                            pic 9(03)v9(02).
           05 pro-percentual                       pic 9(02)v9(02).
           05 pro-dias-semana                      pic x(07).
           05 pro-data-inicio                      pic 9(08).
           05 pro-data-fim                         pic 9(08).
           05 pro-descricao                        pic x(20).

      *--- avaliacoes de qualidade da equipe: uma linha por avaliacao
      *--- de uma pizza (loja + nome + diametro), com a data, quem
      *--- avaliou e as tres notas de 1 a 5 -- sabor, tempo de entrega
      *--- e temperatura na chegada
       fd  ava-arquivo.
       01  ava-registro.
           05 ava-data                             pic 9(08).
           05 ava-operador                         pic x(10).
           05 ava-estabelecimento                  pic x(15).
           05 ava-nome                             pic x(15).
           05 ava-diametro                         pic 9(03).
           05 ava-nota-sabor                       pic 9(01).
           05 ava-nota-entrega                     pic 9(01).
           05 ava-nota-temperatura                 pic 9(01).

      *--- apoio da regravacao do AVAPIZZA no saneamento de lojas
       fd  avt-arquivo.
       01  avt-registro                             pic x(54).

      *--- cadastro de operadores: codigo do login, nome, resumo
      *--- numerico da senha (a senha em si nao e gravada), perfil
      *--- (1 consulta, 2 cadastro, 3 supervisor) e situacao (S/N)
       fd  ope-arquivo.
       01  ope-registro.
           05 ope-codigo                           pic x(10).
           05 ope-nome                             pic x(30).
           05 ope-senha-resumo                     pic 9(09).
           05 ope-perfil                           pic 9(01).
           05 ope-ativo                            pic x(01).

      *--- extrato de largura fixa para o sistema de reembolso do
      *--- financeiro: cabecalho (data, sequencia, operador, modo C
      *--- completo ou D diferencial e a sequencia base do
      *--- diferencial), um detalhe por pizza (acao C carga, I
      *--- inclusao, A alteracao ou E exclusao) e rodape com a
      *--- quantidade de detalhes e os totais de controle do preco
      *--- final e do preco por cm2; valores sem sinal e com o
      *--- decimal implicito
       fd  ext-arquivo.
       01  ext-cabecalho.
           05 ext-cab-tipo                         pic x(01).
           05 ext-cab-data                         pic 9(08).
           05 ext-cab-sequencia                    pic 9(06).
           05 ext-cab-operador                     pic x(10).
           05 ext-cab-modo                         pic x(01).
           05 ext-cab-sequencia-base               pic 9(06).
           05 filler                               pic x(48).
       01  ext-detalhe.
           05 ext-det-tipo                         pic x(01).
           05 ext-det-acao                         pic x(01).
           05 ext-det-estabelecimento              pic 9(03).
           05 ext-det-categoria                    pic 9(02).
           05 ext-det-nome                         pic x(15).
           05 ext-det-diametro                     pic 9(03).
           05 ext-det-preco-final                  pic 9(05)v9(02).
           05 ext-det-preco-cm2                    pic 9(02)v9(02).
           05 ext-det-data-preco                   pic 9(08).
           05 filler                               pic x(36).
       01  ext-rodape.
           05 ext-rod-tipo                         pic x(01).
           05 ext-rod-quantidade                   pic 9(07).
           05 ext-rod-hash-preco                   pic 9(11)v9(02).
           05 ext-rod-hash-cm2                     pic 9(09)v9(02).
           05 filler                               pic x(48).

      *--- base do ultimo extrato enviado: a imagem de cada pizza como
      *--- foi ao financeiro, em ordem de chave, para o diferencial
       fd  exb-arquivo.
       01  exb-registro.
           05 exb-chave.
               10 exb-nome                         pic x(15).
               10 exb-estabelecimento              pic x(15).
               10 exb-diametro                     pic 9(03).
           05 exb-codigo-estabelecimento           pic 9(03).
           05 exb-categoria                        pic 9(02).
           05 exb-preco-final                      pic 9(05)v9(02).
           05 exb-preco-cm2                        pic 9(02)v9(02).
           05 exb-data-preco                       pic 9(08).

      *--- nova base, gravada durante o extrato e copiada sobre o
      *--- EXBPIZZA no fim
       fd  exn-arquivo.
       01  exn-registro                             pic x(57).

      *--- log de controle do extrato: uma linha por extrato gerado,
      *--- para rastrear sequencia perdida ou repetida
       fd  exc-arquivo.
       01  exc-registro.
           05 exc-data-hora                        pic x(15).
           05 exc-separador-1                      pic x(03).
           05 exc-sequencia                        pic 9(06).
           05 exc-separador-2                      pic x(03).
           05 exc-modo                             pic x(01).
           05 exc-separador-3                      pic x(03).
           05 exc-sequencia-base                   pic 9(06).
           05 exc-separador-4                      pic x(03).
           05 exc-operador                         pic x(10).
           05 exc-separador-5                      pic x(03).
           05 exc-registros                        pic 9(07).
           05 exc-separador-6                      pic x(03).
           05 exc-hash-preco                       pic 9(11)v9(02).
           05 exc-separador-7                      pic x(03).
           05 exc-hash-cm2                         pic 9(09)v9(02).

      *--- zonas de entrega: cada bairro atendido por um
      *--- estabelecimento (codigo do ESTPIZZA), com a taxa de entrega,
      *--- o pedido minimo (zero = sem minimo) e o tempo tipico de
      *--- entrega em minutos; o bairro e gravado em maiusculas
       fd  zon-arquivo.
       01  zon-registro.
           05 zon-chave.
               10 zon-est-codigo                   pic 9(03).
               10 zon-bairro                       pic x(15).
           05 zon-taxa                             pic 9(03)v9(02).
           05 zon-pedido-minimo                    pic 9(04)v9(02).
           05 zon-tempo-minutos                    pic 9(03).

      *--- benchmark de mercado do preco por cm2: relatorio paginado
      *--- e planilha separada por ponto e virgula
       fd  ben-arquivo.
       01  ben-registro                             pic x(100).

       fd  bcs-arquivo.
       01  bcs-registro                             pic x(200).

      *--- vigias de preco: pizza (nome em maiusculas), loja ("*" =
      *--- qualquer uma) e categoria (0 = qualquer uma) vigiadas por um
      *--- operador, com o alvo por cm2 (tipo C) ou final (tipo F) e a
      *--- validade (0 = sem validade)
       fd  vig-arquivo.
       01  vig-registro.
           05 vig-codigo                           pic 9(05).
           05 vig-operador                         pic x(10).
           05 vig-pizza                            pic x(15).
           05 vig-estabelecimento                  pic x(15).
           05 vig-categoria                        pic 9(02).
           05 vig-tipo                             pic x(01).
           05 vig-alvo                             pic 9(04)v9(02).
           05 vig-validade                         pic 9(08).
           05 vig-data-cadastro                    pic 9(08).

      *--- estado de cada pizza do catalogo casada por uma vigia: o
      *--- ultimo preco visto (na unidade do alvo) e o ultimo alerta
      *--- disparado, pendente ate o dono dar ciencia
       fd  ale-arquivo.
       01  ale-registro.
           05 ale-chave.
               10 ale-vigia                        pic 9(05).
               10 ale-nome                         pic x(15).
               10 ale-estabelecimento              pic x(15).
               10 ale-diametro                     pic 9(03).
           05 ale-preco-visto                      pic 9(04)v9(02).
           05 ale-preco-anterior                   pic 9(04)v9(02).
           05 ale-preco-alerta                     pic 9(04)v9(02).
           05 ale-data-hora                        pic x(15).
           05 ale-pendente                         pic x(01).

      *--- relatorio dos alertas disparados, uma linha por alerta
       fd  avi-arquivo.
       01  avi-registro                             pic x(132).

      *--- arquivo de trabalho do SORT do ranking; as duas chaves de
      *--- classificacao sao montadas como texto conforme a ordenacao
      *--- escolhida (valores numericos sem sinal em USAGE DISPLAY
           05 sort-preco-cm2                       pic 9(02)v9(02).
           05 sort-data-preco                      pic 9(08).
           05 sort-categoria                       pic 9(02).
           05 sort-marca-promocao                  pic x(08).
           05 sort-preco-regular                   pic 9(03)v9(02).
           05 sort-cm2-regular                     pic 9(02)v9(02).

      *--- variaveis de trabalho
       working-storage section.
           05 pln_qtd                              pic 9(03).
           05 pln_unitario                         pic 9(04)v9(02).
           05 pln_total                            pic 9(06)v9(02).
           05 pln_pedido                           pic 9(06).
           05 pln_promocao                         pic x(08).
       01  plano_usadas.
           05 pln_usada                            pic x(01)
                                                   occurs 500 times.
       77 qtd_san_lojas                            pic 9(03).
       01  saneia_lojas  occurs  500 times.
           05 san_loja_nome                        pic x(15).
      *    promocoes e estado das vigias da grafia de origem, copiados
      *    antes de mover (a chave muda de lugar no arquivo)
       77 qtd_san_promocoes                        pic 9(03).
       77 san_promocoes_movidas                    pic 9(03).
       01  saneia_promocoes  occurs  500 times.
           05 san_promocao_registro                pic x(88).
       77 qtd_san_alertas                          pic 9(03).
       77 san_vigias_movidas                       pic 9(05).
       77 san_alertas_movidos                      pic 9(05).
       01  saneia_alertas  occurs  500 times.
           05 san_alerta_registro                  pic x(72).
       77 san_origem_maiuscula                     pic x(15).
       77 san_destino_maiuscula                    pic x(15).
      *--- cadastro e selecao de categorias (CATPIZZA) e o filtro e
      *--- vencedor por categoria dos relatorios
       77  cat-status                              pic x(02).
       77  form-ten-observacoes                    pic zzzz9.
       77  form-ten-variacao                       pic +zzzzzz9,99.
       77 tendencia_destaque                       pic x(09).
      *--- livro de compras realizadas (COMPIZZA): registro dos
      *--- pedidos feitos, gasto mensal por loja e por centro de custo
      *--- e variacao do preco pago contra o preco de tabela da data
       77  cpr-status                              pic x(02).
       77 opcao_compras                            pic x(01).
       77 opcao_registra_guia                      pic x(01).
       77 cpr_mais_linhas                          pic x(01).
       77 cpr_numero_pedido                        pic 9(06).
       77 cpr_proximo_numero                       pic 9(06).
       77 cpr_data_pedido                          pic 9(08).
       77 cpr_est_codigo                           pic 9(03).
       77 cpr_estabelecimento                      pic x(15).
       77 cpr_centro_custo                         pic x(15).
       77 cpr_nome                                 pic x(15).
       77 cpr_diametro                             pic 9(03).
       77 cpr_quantidade                           pic 9(03).
       77 cpr_valor_pago                           pic 9(05)v9(02).
       77 cpr_linhas                               pic 9(03).
       77 cpr_total_pedido                         pic 9(07)v9(02).
       77 cpr_unitario_pago                        pic 9(05)v9(02).
       77 cpr_cad_achou                            pic x(01).
       77 cpr_tabela_achou                         pic x(01).
       77 cpr_preco_base                           pic 9(03)v9(02).
       77 cpr_preco_tabela                         pic 9(05)v9(02).
       77 cpr_origem_tabela                        pic x(09).
       77 cpr_variacao                             pic s9(05)v9(02).
       77 cpr_variacao_perc                        pic s9(05)v9(02).
       77 cpr_destaque                             pic x(09).
       77 cpr_mes_filtro                           pic 9(06).
       77 cpr_aaaamm                               pic 9(06).
       77 cpr_ind                                  pic 9(03).
       77 cpr_ind_mes                              pic 9(03).
       77 cpr_achou                                pic x(01).
       77 cpr_cheia                                pic x(01).
       77 cpr_analisadas                           pic 9(05).
       77 cpr_acima                                pic 9(05).
       77 cpr_sem_tabela                           pic 9(05).
       77 cpr_total_geral                          pic 9(09)v9(02).
       77 cpr_troca_aaaamm                         pic 9(06).
       77 cpr_troca_total                          pic 9(09)v9(02).
       77 qtd_gasto_meses                          pic 9(03).
       01  gasto_meses  occurs  200 times.
           05 gm_aaaamm                            pic 9(06).
           05 gm_total                             pic 9(09)v9(02).
       77 qtd_gasto_lojas                          pic 9(03).
       01  gasto_lojas  occurs  500 times.
           05 gl_aaaamm                            pic 9(06).
           05 gl_estabelecimento                   pic x(15).
           05 gl_total                             pic 9(09)v9(02).
       77 qtd_gasto_centros                        pic 9(03).
       01  gasto_centros  occurs  500 times.
           05 gc_aaaamm                            pic 9(06).
           05 gc_centro_custo                      pic x(15).
           05 gc_total                             pic 9(09)v9(02).
      *--- campos editados do livro de compras
       77  form-cpr-valor                          pic zzzz9,99.
       77  form-cpr-tabela                         pic zzzz9,99.
       77  form-cpr-total                          pic zzzzzzzz9,99.
       77  form-cpr-variacao                       pic +zzzz9,99.
       77  form-cpr-percentual                     pic +zzzz9,99.
      *--- calendario de promocoes (PROPIZZA): o ranking e o
      *--- planejador aplicam sobre o vetor as promocoes vigentes na
      *--- data de referencia e devolvem o preco regular ao final
       77  pro-status                              pic x(02).
       77 pro_disponivel                           pic x(01) value "N".
       77 opcao_promocao                           pic x(01).
       77 data_referencia                          pic 9(08) value 0.
       77 ctl_data_referencia                      pic 9(08) value 0.
       77 ctl_integridade                          pic x(01) value "N".
       77 ctl_extrato                              pic x(01) value "N".
       77 pro_busca_nome                           pic x(15).
       77 pro_busca_estabelecimento                pic x(15).
       77 pro_busca_diametro                       pic 9(03).
       77 pro_busca_data                           pic 9(08).
       77 pro_busca_preco                          pic 9(03)v9(02).
       77 pro_achou                                pic x(01).
       77 pro_preco_promocional                    pic 9(03)v9(02).
       77 pro_preco_calculado                      pic 9(03)v9(02).
       77 pro_dia_semana                           pic 9(01).
       77 pro_fim_chave                            pic x(01).
       77 pro_sequencia                            pic 9(03).
       77 pro_aplicadas                            pic 9(03).
       77 pro_listadas                             pic 9(03).
       77 pro_situacao                             pic x(08).
       77 pro_dias_informados                      pic x(07).
       77 pro_dias_validos                         pic 9(02).
       01  promocoes_vetor  occurs  500 times.
           05 pvt_marca                            pic x(08)
                                                   value spaces.
           05 pvt_preco_regular                    pic 9(03)v9(02).
           05 pvt_cm2_regular                      pic 9(02)v9(02).
      *--- avaliacoes da equipe (AVAPIZZA) e ranking custo-beneficio:
      *--- nota media das tres notas contra o preco por cm2, so para
      *--- as pizzas com o minimo de avaliacoes do PARMPIZZA
       77  ava-status                              pic x(02).
       77  avt-status                              pic x(02).
       77 avt-nome-arquivo                         pic x(20)
                                                   value "AVATEMP".
       77 avt-retorno-delete                       pic 9(09) comp-5.
       77 parm_regravar                            pic x(01).
       77 minimo_avaliacoes                        pic 9(02) value 3.
       77 opcao_avaliacao                          pic x(01).
       77 ava_data                                 pic 9(08).
       77 ava_nota_sabor                           pic 9(01).
       77 ava_nota_entrega                         pic 9(01).
       77 ava_nota_temperatura                     pic 9(01).
       77 ava_ind                                  pic 9(03).
       77 ava_achou                                pic x(01).
       77 ava_listadas                             pic 9(05).
       77 ava_movidas                              pic 9(05).
       77 ava_soma_sabor                           pic 9(06).
       77 ava_soma_entrega                         pic 9(06).
       77 ava_soma_temperatura                     pic 9(06).
       77 ava_media_pizza                          pic 9(01)v9(02).
       01  avaliacao_vetor  occurs  500 times.
           05 avv_qtd                              pic 9(05).
           05 avv_soma                             pic 9(07).
           05 avv_media                            pic 9(01)v9(02).
           05 avv_indice                           pic 9(05)v9(02).
       77 qtd_rank_valor                           pic 9(03) value 0.
       01  ranking_valor  occurs  500 times.
           05 rvl_ind                              pic 9(03).
       77 rvl_pos                                  pic 9(03).
       77 rvl_busca                                pic 9(03).
       77 rvl_troca                                pic 9(03).
       77 qtd_cat_valor                            pic 9(02) value 0.
       01  categorias_valor  occurs  99 times.
           05 cvl_codigo                           pic 9(02).
           05 cvl_melhor                           pic 9(03).
       77 cvl_ind                                  pic 9(02).
       77 cvl_achou                                pic x(01).
       77 linha_valor                              pic x(100).
       77 ava_media_texto                          pic x(04).
       77 ava_indice_texto                         pic x(08).
      *--- campos editados das avaliacoes
       77  form-ava-media                          pic 9,99.
       77  form-ava-qtd                            pic zzzz9.
       77  form-ava-indice                         pic zzzz9,99.
      *--- operadores, senha e perfil de acesso (OPEPIZZA)
       77  ope-status                              pic x(02).
       77 opcao_operador                           pic x(01).
       77 perfil_operador                          pic 9(01) value 0.
       77 perfil_exigido                           pic 9(01).
       77 perfil_descricao                         pic x(10).
       77 acesso_liberado                          pic x(01).
       77 funcao_pedida                            pic x(25).
       77 login_tentativas                         pic 9(01).
       77 login_aceito                             pic x(01).
       77 login_motivo                             pic x(25).
       77 senha_digitada                           pic x(20).
       77 senha_confirmacao                        pic x(20).
       77 senha_conferida                          pic x(01).
       77 senha_texto                              pic x(30).
       77 senha_ind                                pic 9(02).
       77 senha_resumo                             pic 9(09).
       77 ope_vazio                                pic x(01).
       77 ope_listados                             pic 9(05).
       77 ope_perfil_fixo                          pic 9(01) value 0.
       77 ope_codigo_novo                          pic x(10).
       77 ope_codigo_sessao                        pic x(10).
       77 ope_nome_novo                            pic x(30).
      *--- chave do evento do jornal (pizza ou evento de sessao)
       77 aud_evento_nome                          pic x(15).
       77 aud_evento_estabelecimento               pic x(15).
       77 aud_complemento                          pic x(11)
                                                   value spaces.
      *--- recuperacao do catalogo ate uma data-hora (backup + jornal)
       77 rcp_segue                                pic x(01).
       77 rcp_linha                                pic 9(07).
       77 rcp_linha_inicio                         pic 9(07).
       77 rcp_inicio                               pic x(15).
       77 rcp_limite                               pic x(15).
       77 rcp_data_inicio                          pic 9(08).
       77 rcp_hora_inicio                          pic 9(06).
       77 rcp_data_limite                          pic 9(08).
       77 rcp_hora_limite                          pic 9(06).
       77 rcp_motivo                               pic x(35).
       77 rcp_lidos                                pic 9(07).
       77 rcp_inclusoes                            pic 9(07).
       77 rcp_alteracoes                           pic 9(07).
       77 rcp_exclusoes                            pic 9(07).
       77 rcp_movidas                              pic 9(07).
       77 rcp_divergentes                          pic 9(07).
      *--- verificacao de integridade entre os cadastros
       77 itg_est_ausente                          pic 9(05).
       77 itg_est_inativo                          pic 9(05).
       77 itg_cat_ausente                          pic 9(05).
       77 itg_ult_orfao                            pic 9(05).
       77 itg_ult_falta                            pic 9(05).
       77 itg_ult_divergente                       pic 9(05).
       77 itg_est_sem_uso                          pic 9(05).
       77 itg_cat_sem_uso                          pic 9(05).
       77 itg_problemas                            pic 9(05) value 0.
       77 itg_corrigiveis                          pic 9(05).
       77 itg_corrigidos                           pic 9(05) value 0.
       77 itg_excedentes                           pic 9(05).
       77 itg_corrigir                             pic x(01).
       77 itg_sem_historico                        pic x(01) value "N".
       77 itg_achou                                pic x(01).
       77 itg_gravou                               pic x(01).
       77 itg_situacao                             pic x(01).
       77 itg_rotulo                               pic x(30).
       77 itg_chave_cad                            pic x(33).
       77 itg_chave_ult                            pic x(33).
       01  itg_busca_chave.
           05 itg_busca_nome                       pic x(15).
           05 itg_busca_estabelecimento            pic x(15).
           05 itg_busca_diametro                   pic 9(03).
       77 itg_baixo                                pic 9(04).
       77 itg_alto                                 pic 9(04).
       77 itg_meio                                 pic 9(04).
       77 linha_integridade                        pic x(120).
       77 qtd_itg_est                              pic 9(03) value 0.
       01  itg_estabelecimentos  occurs  999 times.
           05 ite_nome                             pic x(15).
           05 ite_codigo                           pic 9(03).
           05 ite_ativo                            pic x(01).
           05 ite_usado                            pic x(01).
       77 ite_ind                                  pic 9(04).
      *    indexada pelo proprio codigo da categoria
       01  itg_categorias  occurs  99 times.
           05 itc_existe                           pic x(01).
           05 itc_usada                            pic x(01).
           05 itc_descricao                        pic x(15).
       77 itc_ind                                  pic 9(03).
      *    chaves do CADPIZZA e do ULTPIZZA casadas, em ordem de chave
       77 qtd_itg_ult                              pic 9(04) value 0.
       01  itg_ultimos  occurs  2000 times.
           05 itu_chave.
               10 itu_nome                         pic x(15).
               10 itu_estabelecimento              pic x(15).
               10 itu_diametro                     pic 9(03).
           05 itu_situacao                         pic x(01).
           05 itu_cad_cm2                          pic 9(02)v9(02).
           05 itu_cad_data                         pic 9(08).
           05 itu_ult_cm2                          pic 9(02)v9(02).
           05 itu_ult_data_hora                    pic x(15).
           05 itu_hist_achou                       pic x(01).
           05 itu_hist_cm2                         pic 9(02)v9(02).
           05 itu_hist_data_hora                   pic x(15).
       77 itu_ind                                  pic 9(04).
       77  form-itg-ult                            pic z9,99.
       77  form-itg-hist                           pic z9,99.
      *--- extrato para o sistema de reembolso (EXTPIZZA)
       77  ext-status                              pic x(02).
       77  exb-status                              pic x(02).
       77  exn-status                              pic x(02).
       77  exc-status                              pic x(02).
       77 exn-nome-arquivo                         pic x(20)
                                                   value "EXBTEMP".
       77 ext-retorno-delete                       pic 9(09) comp-5.
       77 opcao_extrato                            pic x(01).
       77 ext_modo                                 pic x(01).
       77 ext_acao                                 pic x(01).
       77 ext_ok                                   pic x(01).
       77 ext_sequencia                            pic 9(06) value 0.
       77 ext_sequencia_base                       pic 9(06).
       77 ext_quantidade                           pic 9(07) value 0.
       77 ext_hash_preco                           pic 9(11)v9(02).
       77 ext_hash_cm2                             pic 9(09)v9(02).
       77 ext_inclusoes                            pic 9(07).
       77 ext_alteracoes                           pic 9(07).
       77 ext_exclusoes                            pic 9(07).
       77 ext_chave_cad                            pic x(33).
       77 ext_chave_base                           pic x(33).
       77 ext_anterior                             pic 9(06).
       77 ext_lidas                                pic 9(05).
       77 ext_lacunas                              pic 9(05).
       77 ext_duplicadas                           pic 9(05).
       77 ext_faltante_inicio                      pic 9(06).
       77 ext_faltante_fim                         pic 9(06).
      *    imagem da pizza corrente do catalogo, no desenho do EXBPIZZA
       01  ext_imagem.
           05 ext_img_chave.
               10 ext_img_nome                     pic x(15).
               10 ext_img_estabelecimento          pic x(15).
               10 ext_img_diametro                 pic 9(03).
           05 ext_img_codigo_estabelecimento       pic 9(03).
           05 ext_img_categoria                    pic 9(02).
           05 ext_img_preco_final                  pic 9(05)v9(02).
           05 ext_img_preco_cm2                    pic 9(02)v9(02).
           05 ext_img_data_preco                   pic 9(08).
      *    imagem que vai no detalhe (a do catalogo ou, na exclusao, a
      *    da base)
       01  ext_envio.
           05 ext_env_chave.
               10 ext_env_nome                     pic x(15).
               10 ext_env_estabelecimento          pic x(15).
               10 ext_env_diametro                 pic 9(03).
           05 ext_env_codigo_estabelecimento       pic 9(03).
           05 ext_env_categoria                    pic 9(02).
           05 ext_env_preco_final                  pic 9(05)v9(02).
           05 ext_env_preco_cm2                    pic 9(02)v9(02).
           05 ext_env_data_preco                   pic 9(08).
       77  form-ext-hash-preco                     pic zzzzzzzzzz9,99.
       77  form-ext-hash-cm2                       pic zzzzzzzz9,99.
      *--- zonas de entrega e custo entregue (ZONPIZZA)
       77  zon-status                              pic x(02).
       77 zon_disponivel                           pic x(01) value "N".
       77 opcao_zona                               pic x(01).
       77 zon_est_codigo                           pic 9(03).
       77 zon_bairro                               pic x(15).
       77 zon_loja_nome                            pic x(15).
       77 zon_achou                                pic x(01).
       77 zon_listadas                             pic 9(05).
       77 ent_qtd_tipica                           pic 9(02).
       77 ent_excluidas                            pic 9(03).
       77 qtd_rank_entrega                         pic 9(03) value 0.
       01  ent_vetor  occurs  999 times.
           05 ent_linha.
               10 ent_ind                          pic 9(03).
               10 ent_unidades                     pic 9(03).
               10 ent_total                        pic 9(05)v9(02).
               10 ent_cm2                          pic 9(02)v9(04).
               10 ent_taxa                         pic 9(03)v9(02).
               10 ent_tempo                        pic 9(03).
               10 ent_minimo                       pic x(06).
       77 ent_troca                                pic x(33).
       77 ent_pos                                  pic 9(03).
       77 ent_busca                                pic 9(03).
       77  form-zon-taxa                           pic zz9,99.
       77  form-zon-minimo                         pic zzz9,99.
       77  form-ent-cm2                            pic z9,9999.
      *--- entrega no planejador de loja unica
       77 plan_bairro                              pic x(15).
       77 plan_taxa                                pic 9(03)v9(02).
       77 plan_minimo                              pic 9(04)v9(02).
       77 plan_tempo                               pic 9(03).
       77 plan_orcamento_informado                 pic 9(06)v9(02).
       77 plan_custo_entregue                      pic 9(07)v9(02).
       77 plan_extra                               pic 9(03).
       77 plan_loja_atende                         pic x(01).
      *--- benchmark de mercado (BENPIZZA e BENPIZZA.CSV)
       77  ben-status                              pic x(02).
       77  bcs-status                              pic x(02).
       77 qtd_ben_obs                              pic 9(03) value 0.
       77 qtd_ben_grupos                           pic 9(03) value 0.
       77 qtd_ben_lojas                            pic 9(03) value 0.
       77 ben_atipicas                             pic 9(03) value 0.
      *    observacoes do catalogo; a chave ordena por categoria,
      *    faixa de tamanho (1 broto, 2 media, 3 grande) e cm2
       01  ben_observacoes  occurs  500 times.
           05 bob_linha.
               10 bob_chave.
                   15 bob_categoria                pic 9(02).
                   15 bob_faixa                    pic 9(01).
                   15 bob_cm2                      pic 9(02)v9(02).
               10 bob_nome                         pic x(15).
               10 bob_estabelecimento              pic x(15).
               10 bob_diametro                     pic 9(03).
               10 bob_grupo                        pic 9(03).
               10 bob_marca                        pic x(06).
       77 ben_troca                                pic x(49).
       01  ben_grupos  occurs  300 times.
           05 bgr_categoria                        pic 9(02).
           05 bgr_faixa                            pic 9(01).
           05 bgr_inicio                           pic 9(03).
           05 bgr_fim                              pic 9(03).
           05 bgr_qtd                              pic 9(03).
           05 bgr_lojas                            pic 9(03).
           05 bgr_media                            pic 9(02)v9(04).
           05 bgr_minimo                           pic 9(02)v9(04).
           05 bgr_q1                               pic 9(02)v9(04).
           05 bgr_mediana                          pic 9(02)v9(04).
           05 bgr_q3                               pic 9(02)v9(04).
           05 bgr_maximo                           pic 9(02)v9(04).
           05 bgr_amplitude                        pic 9(02)v9(04).
           05 bgr_iqr                              pic 9(02)v9(04).
           05 bgr_cerca_baixa                      pic s9(03)v9(04).
           05 bgr_cerca_alta                       pic s9(03)v9(04).
      *    desvio medio de cada loja contra a mediana, por categoria
       01  ben_lojas  occurs  500 times.
           05 blj_linha.
               10 blj_chave.
                   15 blj_estabelecimento          pic x(15).
                   15 blj_categoria                pic 9(02).
               10 blj_soma                         pic s9(07)v9(02).
               10 blj_qtd                          pic 9(03).
               10 blj_desvio                       pic s9(04)v9(02).
       77 blj_troca                                pic x(35).
       77 bgr_ind                                  pic 9(03).
       77 blj_ind                                  pic 9(03).
       77 ben_pos                                  pic 9(03).
       77 ben_busca                                pic 9(03).
       77 ben_obs                                  pic 9(03).
       77 ben_outra                                pic 9(03).
       77 ben_repetida                             pic x(01).
       77 ben_soma                                 pic 9(05)v9(02).
       77 ben_fracao                               pic 9(01)v9(02).
       77 ben_posicao                              pic 9(03)v9(04).
       77 ben_posicao_inteira                      pic 9(03).
       77 ben_posicao_resto                        pic 9(01)v9(04).
       77 ben_quantil                              pic 9(02)v9(04).
       77 ben_faixa_descricao                      pic x(06).
       77 ben_posicao_descricao                    pic x(17).
       77 ben_titulo_bloco                         pic x(50).
       77 ben_pagina                               pic 9(03).
       77 ben_linha_atual                          pic 9(02).
       77  form-ben-qtd-lojas                      pic zz9.
       77  form-ben-qtd-pizzas                     pic zz9.
       77  form-ben-media                          pic z9,999.
       77  form-ben-minimo                         pic z9,999.
       77  form-ben-q1                             pic z9,999.
       77  form-ben-mediana                        pic z9,999.
       77  form-ben-q3                             pic z9,999.
       77  form-ben-maximo                         pic z9,999.
       77  form-ben-amplitude                      pic z9,999.
       77  form-ben-iqr                            pic z9,999.
       77  form-ben-desvio                         pic +zzz9,99.
      *--- vigilancia de precos (VIGPIZZA, ALEPIZZA e AVIPIZZA)
       77  vig-status                              pic x(02).
       77  ale-status                              pic x(02).
       77  avi-status                              pic x(02).
       77 vig_disponivel                           pic x(01) value "N".
       77 opcao_vigia                              pic x(01).
       77 vig_fim                                  pic x(01).
       77 vig_achou                                pic x(01).
       77 vig_confirma                             pic x(01).
       77 vig_silencioso                           pic x(01) value "S".
       77 vig_ciencia                              pic x(01).
       77 vig_proximo_codigo                       pic 9(05).
       77 vig_codigo_busca                         pic 9(05).
       77 vig_listadas                             pic 9(05).
       77 vig_pendentes                            pic 9(05).
       77 vig_alertas                              pic 9(05) value 0.
       77 vig_nome_cad                             pic x(15).
       77 vig_estabelecimento_cad                  pic x(15).
       77 vig_preco                                pic 9(04)v9(02).
       77 vig_preco_antigo                         pic 9(04)v9(02).
       77 vig_preco_final                          pic 9(04)v9(02).
       77 vig_tipo_descricao                       pic x(05).
       77 vig_situacao                             pic x(08).
       77 vig_anterior_texto                       pic x(07).
       77 qtd_vig_vetor                            pic 9(03) value 0.
       77 vgv_ind                                  pic 9(03).
       01  vig_vetor  occurs  500 times.
           05 vgv_codigo                           pic 9(05).
           05 vgv_operador                         pic x(10).
           05 vgv_pizza                            pic x(15).
           05 vgv_estabelecimento                  pic x(15).
           05 vgv_categoria                        pic 9(02).
           05 vgv_tipo                             pic x(01).
           05 vgv_alvo                             pic 9(04)v9(02).
       77  form-vig-alvo                           pic zzz9,99.
       77  form-vig-anterior                       pic zzz9,99.
       77  form-vig-novo                           pic zzz9,99.
      *--- imagem "diametro/preco/imposto/desconto/cm2" do jornal
       01  rcp_campos.
           05 rcp_diametro                         pic 9(03).
           05 filler                               pic x(01).
           05 rcp_preco                            pic 9(03)v9(02).
           05 filler                               pic x(01).
           05 rcp_imposto                          pic 9(02)v9(02).
           05 filler                               pic x(01).
           05 rcp_desconto                         pic 9(02)v9(02).
           05 filler                               pic x(01).
           05 rcp_cm2                              pic 9(02)v9(02).
           05 filler                               pic x(01).
      *--- complemento "data de coleta/categoria" do jornal
       01  rcp_complemento.
           05 rcp_data_preco                       pic 9(08).
           05 filler                               pic x(01).
           05 rcp_categoria                        pic 9(02).

      *--- variaveis para comunicação entre programas
       linkage section.
               display "M - indice mensal de precos (historico e "
                   "arquivos mortos)"
               display "G - cadastro de categorias"
               display "C - compras realizadas (registro, gasto e "
                   "variacao de preco)"
               display "O - calendario de promocoes"
               display "A - avaliacoes da equipe e ranking "
                   "custo-beneficio"
               display "U - cadastro de operadores"
               display "I - verificacao de integridade entre os "
                   "cadastros"
               display "X - extrato para o sistema de reembolso do "
                   "financeiro"
               display "Z - zonas de entrega e ranking do custo "
                   "entregue"
               display "B - benchmark de mercado do preco por cm2"
               display "W - vigilancia de precos (alvos e alertas)"
               display "0 - sair"
               display "Informe a opcao: "
               accept opcao_menu
               perform confere_perfil_menu

               evaluate opcao_menu
                   when "1"
                       else
                           perform manutencao_categorias
                       end-if
                   when "C"
                   when "c"
                       perform menu_compras
                   when "O"
                   when "o"
                       perform manutencao_promocoes
                   when "A"
                   when "a"
                       perform menu_avaliacoes
                   when "I"
                   when "i"
                       perform verifica_integridade
                   when "X"
                   when "x"
                       perform menu_extrato
                   when "Z"
                   when "z"
                       perform manutencao_zonas
                   when "B"
                   when "b"
                       perform benchmark_mercado
                   when "W"
                   when "w"
                       perform manutencao_vigilancia
                   when "U"
                   when "u"
                       if sessao_leitura = "S"
                           perform avisa_somente_consulta
                       else
                           perform manutencao_operadores
                       end-if
      *            opcao recusada pelo perfil do operador
                   when spaces
                       continue
                   when "0"
                       continue
                   when other
           if modo_lote = "S"
               perform abre_log_lote
           end-if
      *    identificacao do operador contra o OPEPIZZA: o perfil
      *    decide o que o menu libera e, no lote, se os passos pedidos
      *    podem rodar
           move spaces to operador
           perform abre_operadores
           if modo_lote = "S"
               perform valida_operador_lote
           else
               perform identifica_operador
           end-if
      *    so uma sessao gravadora por vez contra o CADPIZZA; uma
      *    segunda sessao entra somente em consulta ou nao entra; o
      *    perfil consulta ja entra somente em consulta, sem trava
           if perfil_operador = 1
               move "S" to sessao_leitura
           else
               perform verifica_sessao
           end-if
           perform obter_quant_pizzas
           perform abre_estabelecimentos
           perform abre_categorias
           perform abre_ultimos
           perform abre_promocoes
           perform abre_zonas
           perform abre_vigilancia
           perform carrega_catalogo
      *    sem o CADPIZZA aberto a sessao nao pode seguir: ou o
      *    operador reconstroi o arquivo agora, ou o programa encerra
      *    o inicio da sessao so entra no jornal com o CADPIZZA ja
      *    aberto, pois a chave do evento passa pela area de registro
           perform grava_sessao_auditoria
      *    alertas de preco das vigias do operador que ainda nao foram
      *    vistos
           if modo_lote = "N" and vig_disponivel = "S"
               move "S" to vig_silencioso
               perform exibe_alertas_pendentes
           end-if
      *    o checkpoint pertence a sessao gravadora; uma sessao de
      *    consulta nao retoma nem apaga o cadastro de outra pessoa,
      *    e a execucao automatica nao retoma checkpoint (nao ha quem
      *    modo automatico e le as respostas, uma por linha no formato
      *    CHAVE=VALOR (OPERADOR, IMPORTA, RELATORIOS, ORDENACAO,
      *    VALIDADE_DIAS, VALIDADE_ACAO, CATEGORIA, BACKUP, ARQUIVA,
      *    RETENCAO, ALERTA -- A aceita ou R rejeita os precos
      *    implausiveis do lote -- e DATA_REFERENCIA, a data AAAAMMDD
      *    das promocoes do ranking); chaves ausentes ficam nos padroes
       le_controle_lote section.
           open input ctl-arquivo
           if ctl-status = "00"
                       function numval(ctl_valor)
               when "ALERTA"
                   move ctl_valor(1:1) to ctl_alerta
               when "DATA_REFERENCIA"
                   compute ctl_data_referencia =
                       function numval(ctl_valor)
               when "INTEGRIDADE"
                   move ctl_valor(1:1) to ctl_integridade
               when "EXTRATO"
                   move ctl_valor(1:1) to ctl_extrato
               when other
                   continue
           end-evaluate
               move "relatorios, CSV e PIZZAREL emitidos"
                   to log_linha
               perform grava_log
               move spaces to log_linha
               string
                   "ranking custo-beneficio: " delimited by size
                   qtd_rank_valor              delimited by size
                   " pizzas com o minimo de avaliacoes"
                                               delimited by size
                   into log_linha
               end-string
               perform grava_log
               move spaces to log_linha
               string
                   "promocoes de "    delimited by size
                   data_referencia    delimited by size
                   " aplicadas: "     delimited by size
                   pro_aplicadas      delimited by size
                   into log_linha
               end-string
               perform grava_log
           end-if

           if ctl_backup = "S"
               perform grava_log
           end-if

           if ctl_integridade = "S" or ctl_integridade = "C"
               perform verifica_integridade
               move spaces to log_linha
               string
                   "integridade: problemas " delimited by size
                   itg_problemas             delimited by size
                   " corrigidos "            delimited by size
                   itg_corrigidos            delimited by size
                   into log_linha
               end-string
               perform grava_log
               if itg_problemas > 0 and retorno_execucao < 4
                   move 4 to retorno_execucao
               end-if
           end-if

           if ctl_extrato = "C" or ctl_extrato = "D"
               move ctl_extrato to ext_modo
               perform gera_extrato
               move spaces to log_linha
               if ext_ok = "S"
                   string
                       "extrato sequencia " delimited by size
                       ext_sequencia        delimited by size
                       " modo "             delimited by size
                       ext_modo             delimited by size
                       ": "                 delimited by size
                       ext_quantidade       delimited by size
                       " registros"         delimited by size
                       into log_linha
                   end-string
               else
                   move "extrato nao gerado: falha ao criar o EXTPIZZA"
                       to log_linha
                   move 8 to retorno_execucao
               end-if
               perform grava_log
           end-if

      *    toda execucao automatica termina confrontando o catalogo
      *    com as vigias de preco
           perform verifica_vigilancia
           move spaces to log_linha
           if vig_disponivel = "S"
               string
                   "vigilancia de precos: " delimited by size
                   qtd_vig_vetor            delimited by size
                   " vigias ativas, "       delimited by size
                   vig_alertas              delimited by size
                   " alertas"               delimited by size
                   into log_linha
               end-string
           else
               string
                   "vigilancia de precos indisponivel (status "
                                            delimited by size
                   vig-status               delimited by size
                   "/"                      delimited by size
                   ale-status               delimited by size
                   ")"                      delimited by size
                   into log_linha
               end-string
           end-if
           perform grava_log

      *    consome o arquivo de controle: um CTLPIZZA comanda uma
      *    unica execucao, senao a proxima abertura do programa
      *    repetiria a importacao e duplicaria historico e backup
               end-if

      *        arquivos de parametro gravados antes do alerta de
      *        plausibilidade nao tem o segundo campo, e os gravados
      *        antes do ranking custo-beneficio nao tem o terceiro:
      *        assume os padroes e regrava o PARMPIZZA ja no formato
      *        novo
               move "N" to parm_regravar
               if parm-alerta-percentual is numeric
                   and parm-alerta-percentual not = 0
                   move parm-alerta-percentual to alerta_percentual
               else
                   move 30 to alerta_percentual
                   move "S" to parm_regravar
               end-if
               if parm-minimo-avaliacoes is numeric
                   and parm-minimo-avaliacoes not = 0
                   move parm-minimo-avaliacoes to minimo_avaliacoes
               else
                   move 3 to minimo_avaliacoes
                   move "S" to parm_regravar
               end-if
               if parm_regravar = "S"
                   move quant_pizzas to parm-quant-pizzas
                   move alerta_percentual to parm-alerta-percentual
                   move minimo_avaliacoes to parm-minimo-avaliacoes
                   open output parm-arquivo
                   write parm-registro
                   close parm-arquivo
      *            grava o PARMPIZZA para as proximas execucoes
                   move 20 to quant_pizzas
                   move 30 to alerta_percentual
                   move 3 to minimo_avaliacoes
               else
                   display "Informe a quantidade maxima de pizzas do"
                   display "catalogo (maximo 500): "
                   if alerta_percentual = 0 then
                       move 30 to alerta_percentual
                   end-if

                   display "Informe o minimo de avaliacoes para a "
                       "pizza entrar no"
                   display "ranking custo-beneficio (0 assume 3): "
                   accept minimo_avaliacoes
                   if minimo_avaliacoes = 0 then
                       move 3 to minimo_avaliacoes
                   end-if
               end-if

               move quant_pizzas to parm-quant-pizzas
               move alerta_percentual to parm-alerta-percentual
               move minimo_avaliacoes to parm-minimo-avaliacoes
               open output parm-arquivo
               write parm-registro
               close parm-arquivo
               end-perform
           end-perform

      *    confronta o catalogo atualizado pelo lote e pela entrada
      *    manual com as vigias de preco
           perform verifica_vigilancia

      *    reemite os relatorios apos o cadastro, como sempre foi feito
           perform emite_relatorios
           .
               accept filtro_categoria
           end-if

      *    precos promocionais vigentes na data de referencia entram
      *    no ranking marcados; o preco regular volta ao vetor no fim
           perform pede_data_referencia
           perform aplica_promocoes_vetor
           if pro_aplicadas > 0
               display " "
               display "Promocoes vigentes em " data_referencia ": "
                   pro_aplicadas " pizzas (marcadas *PROMO*)."
           end-if

      *    classifica o vetor do ranking pela ordenacao escolhida
           perform ordena_relatorio
      *    ranking custo-beneficio sobre o vetor ja classificado (as
      *    posicoes guardadas valem para todas as saidas)
           perform monta_ranking_valor
      *    saida das informacoes na ordem correta com percentual(%)
           perform saida_informacoes
      *    exporta o mesmo ranking para planilha (csv)
           perform saida_por_estabelecimento
      *    relatorio impresso paginado (arquivo PIZZAREL)
           perform saida_relatorio_impresso
      *    o vetor volta ao preco regular: e ele que vai para o
      *    CADPIZZA e para o HISTPIZZA
           perform restaura_precos_regulares
           .
       emite_relatorios-exit.
           exit.
               function trim(san_destino_nome) ": " san_movidas
           display "Colisoes (registro oficial mantido): "
               san_colisoes
      *    as avaliacoes, as promocoes e as vigias de preco da grafia
      *    de origem acompanham as pizzas
           perform move_avaliacoes_saneamento
           if pro_disponivel = "S"
               perform move_promocoes_saneamento
           end-if
           if vig_disponivel = "S"
               perform move_vigias_saneamento
           end-if
           if san_cheia = "S"
               display "Atencao: mais de 500 pizzas na grafia de "
                   "origem; repita o saneamento para mover o resto."
               display "R - reconstrucao a partir de um backup"
               display "C - comparacao entre dois backups (ou "
                   "backup e catalogo vivo)"
               display "P - recuperacao ate uma data-hora (backup "
                   "mais jornal)"
               display "0 - voltar"
               display "Informe a opcao: "
               accept opcao_utilitario
                   when "C"
                   when "c"
                       perform compara_snapshots
                   when "P"
                   when "p"
                       perform recupera_catalogo_data
                   when "0"
                       continue
                   when other

               close bkp-arquivo
               display "Registros descarregados: " bkp_contagem

      *        a descarga entra no jornal (acao B) como ponto de
      *        partida da recuperacao ate uma data-hora
               move "*BACKUP*" to aud_evento_nome
               move spaces to aud_evento_estabelecimento
               move "B" to aud_acao
               move bkp-nome-arquivo to aud_antes
               move spaces to aud_depois
               string
                   "REGISTROS "  delimited by size
                   bkp_contagem  delimited by size
                   into aud_depois
               end-string
               perform grava_auditoria_evento
           end-if
           .
       descarrega_catalogo-exit.
                   "atual do CADPIZZA. Continuar? ('S'/'N') "
               accept opcao_confirma
               if opcao_confirma = "S" or opcao_confirma = "s"
                   perform carrega_backup_catalogo

      *            recarrega o catalogo em memoria do arquivo novo
                   perform limpa_vetor
           if ult_disponivel = "S"
               close ult-arquivo
           end-if
           if pro_disponivel = "S"
               close pro-arquivo
           end-if
           if zon_disponivel = "S"
               close zon-arquivo
           end-if
           if vig_disponivel = "S"
               close vig-arquivo
               close ale-arquivo
           end-if
           close ope-arquivo
           if modo_lote = "S"
               close log-arquivo
           end-if
                   "de planejar um pedido."
           else
               display " "
      *        o pedido vale para uma data: as promocoes vigentes
      *        nela entram no plano e voltam ao preco regular no fim
               perform pede_data_referencia
               perform aplica_promocoes_vetor
               display "Informe o numero de pessoas "
               display "(0 para informar a area total direto): "
               accept plan_pessoas
                   display "Informe o orcamento total "
                   display "(0 para sem limite): "
                   accept plan_orcamento
                   move plan_orcamento to plan_orcamento_informado
                   if plan_orcamento = 0
                       move "S" to plan_sem_limite
                   else
                       "para pagar uma so entrega? ('S'/'N') "
                   accept opcao_plan_loja

                   move spaces to plan_bairro
                   move 0 to plan_taxa
                   if opcao_plan_loja = "S" or opcao_plan_loja = "s"
      *                com o bairro de entrega, cada loja e comparada
      *                pelo total com a taxa e respeitando o minimo
                       display "Bairro de entrega (em branco: sem "
                           "taxa de entrega): "
                       accept plan_bairro
                       inspect plan_bairro converting
                           "abcdefghijklmnopqrstuvwxyz"
                           to "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
                       perform carrega_estabelecimentos_integridade
                       perform escolhe_loja_plano
                   else
                       move spaces to plan_loja_filtro
                   end-if

                   if plan_qtd_linhas = 0
                       if plan_bairro not = spaces
                           display "Nenhuma loja que entrega em "
                               function trim(plan_bairro)
                               " cabe no orcamento (com taxa e "
                               "pedido minimo)."
                       else
                           display "Nenhuma pizza do catalogo cabe "
                               "no orcamento informado."
                       end-if
                   else
                       perform imprime_pedido
      *                a guia pode virar compra realizada na hora, sem
      *                redigitar as linhas no livro de compras
                       if sessao_leitura = "N" and perfil_operador >= 2
                           display "Registrar esta guia como compra "
                               "realizada? ('S'/'N') "
                           accept opcao_registra_guia
                           if opcao_registra_guia = "S"
                               or opcao_registra_guia = "s"
                               perform registra_compra_guia
                           end-if
                       end-if
                   end-if
               end-if
               perform restaura_precos_regulares
           end-if
           .
       planeja_pedido-exit.
               until ind_estabelecimento > qtd_estabelecimentos
               move estabelecimento_distinto(ind_estabelecimento)
                   to plan_loja_filtro
               perform monta_plano_loja

               if plan_qtd_linhas > 0
                   if melhor_plan_valido = "N"
                           and melhor_plan_cobre = "N")
                       or (plan_cobre = "S"
                           and melhor_plan_cobre = "S"
                           and plan_custo_entregue < melhor_plan_custo)
                       or (plan_cobre = "N"
                           and melhor_plan_cobre = "N"
                           and plan_area_coberta > melhor_plan_area)
                       move "S" to melhor_plan_valido
                       move plan_cobre to melhor_plan_cobre
                       move plan_custo_entregue to melhor_plan_custo
                       move plan_area_coberta to melhor_plan_area
                       move plan_loja_filtro to melhor_plan_loja
                   end-if

           if melhor_plan_valido = "S"
               move melhor_plan_loja to plan_loja_filtro
               perform monta_plano_loja
           else
               move 0 to plan_qtd_linhas
           end-if
                       to pln_qtd(plan_qtd_linhas)
                   move plan_preco_unit
                       to pln_unitario(plan_qtd_linhas)
                   move pvt_marca(plan_ind)
                       to pln_promocao(plan_qtd_linhas)
                   compute pln_total(plan_qtd_linhas) =
                       plan_qtd_unidades * plan_preco_unit
                   add pln_total(plan_qtd_linhas) to plan_custo
           string
               "GUIA DE PEDIDO - " delimited by size
               data-sistema        delimited by size
               " - precos de "     delimited by size
               data_referencia     delimited by size
               into ped-registro
           end-string
           write ped-registro
                   form-preco-pizza delimited by size
                   " - total "    delimited by size
                   form-plan-valor delimited by size
                   pln_promocao(plan_ind) delimited by size
                   into ped-registro
               end-string
               write ped-registro
           write ped-registro
           display ped-registro

           if plan_bairro not = spaces
               move plan_taxa to form-zon-taxa
               move plan_minimo to form-zon-minimo
               move spaces to ped-registro
               string
                   "Entrega em "          delimited by size
                   function trim(plan_bairro) delimited by size
                   ": taxa "              delimited by size
                   form-zon-taxa          delimited by size
                   " - pedido minimo "    delimited by size
                   form-zon-minimo        delimited by size
                   " - "                  delimited by size
                   plan_tempo             delimited by size
                   " min"                 delimited by size
                   into ped-registro
               end-string
               write ped-registro
               display ped-registro
               move plan_custo_entregue to form-plan-valor
               move spaces to ped-registro
               string
                   "Total com entrega:  " delimited by size
                   form-plan-valor        delimited by size
                   into ped-registro
               end-string
               write ped-registro
               display ped-registro
           end-if

           if plan_cobre = "N"
               move spaces to ped-registro
               string
           exit.
      *---------------------fim imprime pedido-------------------------------

      *------------------------menu de compras--------------------------
      *    livro de compras realizadas: cada pedido feito de verdade
      *    (data, operador, loja, pizzas, valor pago e ocasiao) vai
      *    para o COMPIZZA; dele saem o gasto mensal e a comparacao do
      *    preco pago com o preco de tabela da data do pedido
       menu_compras section.
           move spaces to opcao_compras
           perform until opcao_compras = "0"
               display " "
               display "--- compras realizadas ---"
               display "R - registrar um pedido feito"
               display "G - gasto mensal por estabelecimento e centro "
                   "de custo"
               display "V - variacao do preco pago contra a tabela"
               display "0 - voltar"
               display "Informe a opcao: "
               accept opcao_compras

               evaluate opcao_compras
                   when "R"
                   when "r"
                       move 2 to perfil_exigido
                       move "REGISTRO DE COMPRA" to funcao_pedida
                       perform verifica_perfil
                       if acesso_liberado = "S"
                           if sessao_leitura = "S"
                               perform avisa_somente_consulta
                           else
                               perform registra_compra
                           end-if
                       end-if
                   when "G"
                   when "g"
                       perform relatorio_gastos_compras
                   when "V"
                   when "v"
                       perform relatorio_variacao_compras
                   when "0"
                       continue
                   when other
                       display "Opcao invalida."
               end-evaluate
           end-perform
           .
       menu_compras-exit.
           exit.
      *----------------------fim menu de compras------------------------

      *------------------------registra compra--------------------------
      *    registra um pedido feito: cabecalho (data, loja do ESTPIZZA
      *    e ocasiao/centro de custo) e uma linha por pizza com a
      *    quantidade e o valor pago; cada linha ja e conferida com o
      *    preco de tabela, para o excesso aparecer na hora
       registra_compra section.
           display " "
           display "Informe a data do pedido (AAAAMMDD, 0 para hoje): "
           accept cpr_data_pedido
           if cpr_data_pedido = 0
               accept data-sistema from date yyyymmdd
               move data-sistema to cpr_data_pedido
           end-if

           perform seleciona_loja_compra
           if cpr_est_codigo = 0
               display "Registro cancelado."
           else
               display "Informe a ocasiao ou centro de custo: "
               accept cpr_centro_custo
               perform proximo_numero_compra
               move cpr_proximo_numero to cpr_numero_pedido
               perform abre_compras_extend
               move 0 to cpr_linhas
               move 0 to cpr_total_pedido
               move "S" to cpr_mais_linhas
               perform until cpr_mais_linhas = "N"
                   display "Informe o nome da pizza (em branco encerra "
                       "o pedido): "
                   accept cpr_nome
                   if cpr_nome = spaces
                       move "N" to cpr_mais_linhas
                   else
                       move 0 to cpr_diametro
                       perform until cpr_diametro not = 0
                           display "Informe o diametro "
                           accept cpr_diametro
                       end-perform
                       display "Informe a quantidade (0 assume 1): "
                       accept cpr_quantidade
                       if cpr_quantidade = 0
                           move 1 to cpr_quantidade
                       end-if
                       move 0 to cpr_valor_pago
                       perform until cpr_valor_pago not = 0
                           display "Informe o valor pago pela linha: "
                           accept cpr_valor_pago
                       end-perform
                       perform grava_linha_compra
                   end-if
               end-perform
               close cpr-arquivo

               if cpr_linhas = 0
                   display "Nenhuma linha informada; pedido nao "
                       "registrado."
               else
                   move cpr_total_pedido to form-cpr-total
                   display "Pedido " cpr_numero_pedido
                       " registrado: " cpr_linhas
                       " linhas, total pago " form-cpr-total
               end-if
           end-if
           .
       registra_compra-exit.
           exit.
      *----------------------fim registra compra------------------------

      *    pede o codigo da loja do pedido no ESTPIZZA e guarda a
      *    grafia oficial, que e a mesma da chave do CADPIZZA; aceita
      *    loja desativada, pois a compra pode ser antiga
       seleciona_loja_compra section.
           move "N" to est_escolhido
           perform until est_escolhido = "S"
               display "Informe o codigo do estabelecimento "
               display "(0 cancela, 999 lista o cadastro): "
               accept cpr_est_codigo

               evaluate cpr_est_codigo
                   when 0
                       move "S" to est_escolhido
                   when 999
                       perform lista_cadastro_estabelecimentos
                   when other
                       move cpr_est_codigo to est-codigo
                       read est-arquivo
                           invalid key
                               display "Codigo nao cadastrado."
                           not invalid key
                               move est-nome to cpr_estabelecimento
                               move "S" to est_escolhido
                       end-read
               end-evaluate
           end-perform
           .
       seleciona_loja_compra-exit.
           exit.

      *    o numero do proximo pedido e o maior numero ja gravado no
      *    COMPIZZA mais um
       proximo_numero_compra section.
           move 0 to cpr_proximo_numero
           open input cpr-arquivo
           if cpr-status = "00"
               perform until cpr-status <> "00"
                   read cpr-arquivo
                       at end move "10" to cpr-status
                   end-read
                   if cpr-status = "00"
                       and cpr-numero is numeric
                       and cpr-numero > cpr_proximo_numero
                       move cpr-numero to cpr_proximo_numero
                   end-if
               end-perform
               close cpr-arquivo
           end-if
           add 1 to cpr_proximo_numero
           .
       proximo_numero_compra-exit.
           exit.

       abre_compras_extend section.
           open extend cpr-arquivo
           if cpr-status = "35"
               open output cpr-arquivo
           end-if
           .
       abre_compras_extend-exit.
           exit.

      *    grava a linha corrente do pedido e confere o valor pago por
      *    unidade contra o preco de tabela da data do pedido
       grava_linha_compra section.
           move spaces to cpr-registro
           move cpr_numero_pedido   to cpr-numero
           move cpr_data_pedido     to cpr-data
           move operador            to cpr-operador
           move cpr_est_codigo      to cpr-est-codigo
           move cpr_estabelecimento to cpr-estabelecimento
           move cpr_nome            to cpr-nome
           move cpr_diametro        to cpr-diametro
           move cpr_quantidade      to cpr-quantidade
           move cpr_valor_pago      to cpr-valor-pago
           move cpr_centro_custo    to cpr-centro-custo
           write cpr-registro
           add 1 to cpr_linhas
           add cpr_valor_pago to cpr_total_pedido

           perform busca_preco_tabela
           if cpr_tabela_achou = "N"
               display "Pizza sem preco de tabela na data do pedido; "
                   "a linha fica sem comparacao."
           else
               compute cpr_unitario_pago rounded =
                   cpr_valor_pago / cpr_quantidade
               if cpr_unitario_pago > cpr_preco_tabela
                   move cpr_unitario_pago to form-cpr-valor
                   move cpr_preco_tabela to form-cpr-tabela
                   display "Atencao: pago " form-cpr-valor
                       " por unidade, acima do preco de tabela "
                       form-cpr-tabela " (" cpr_origem_tabela ")."
               end-if
           end-if
           .
       grava_linha_compra-exit.
           exit.

      *-----------------------busca preco de tabela---------------------
      *    preco de tabela efetivo (com imposto e desconto do cadastro)
      *    de cpr_nome/cpr_estabelecimento/cpr_diametro na data
      *    cpr_data_pedido: vale o preco do CADPIZZA se foi coletado ate
      *    a data; senao vale a ultima linha do HISTPIZZA ate a data
       busca_preco_tabela section.
           move "N" to cpr_cad_achou
           move "N" to cpr_tabela_achou
           move 0 to cpr_preco_base
           move 0 to cpr_preco_tabela
           move spaces to cpr_origem_tabela

           move cpr_nome            to cad-chave
           move cpr_estabelecimento to cad-estabelecimento
           move cpr_diametro        to cad-diametro
           read cad-arquivo
               invalid key
                   continue
               not invalid key
                   move "S" to cpr_cad_achou
           end-read

           if cpr_cad_achou = "S"
               and cad-data-preco not > cpr_data_pedido
               move cad-preco-pizza to cpr_preco_base
               move "S" to cpr_tabela_achou
               move "CADPIZZA" to cpr_origem_tabela
           else
               open input hist-arquivo
               if hist-status = "00"
                   perform until hist-status <> "00"
                       read hist-arquivo
                           at end move "10" to hist-status
                       end-read
                       if hist-status = "00"
                           and hist-nome = cpr_nome
                           and hist-estabelecimento =
                               cpr_estabelecimento
                           and hist-diametro = cpr_diametro
                           and hist-data-hora(1:8) is numeric
                           and hist-data-hora(1:8) not > cpr_data_pedido
                           compute cpr_preco_base =
                               function numval(hist-preco-pizza)
                           move "S" to cpr_tabela_achou
                           move "HISTPIZZA" to cpr_origem_tabela
                       end-if
                   end-perform
                   close hist-arquivo
               end-if
           end-if

      *    promocao vigente na data do pedido tambem e preco de
      *    tabela: pagar o preco cheio nela e pagar acima
           if cpr_tabela_achou = "S"
               move cpr_nome            to pro_busca_nome
               move cpr_estabelecimento to pro_busca_estabelecimento
               move cpr_diametro        to pro_busca_diametro
               move cpr_data_pedido     to pro_busca_data
               move cpr_preco_base      to pro_busca_preco
               perform busca_promocao_vigente
               if pro_achou = "S"
                   move pro_preco_promocional to cpr_preco_base
                   move "PROMOCAO" to cpr_origem_tabela
               end-if
           end-if

           if cpr_tabela_achou = "S"
               if cpr_cad_achou = "S"
                   compute fator_ajuste_percentual =
                       1 + (cad-imposto-percentual / 100
                            - cad-desconto-percentual / 100)
               else
                   move 1 to fator_ajuste_percentual
               end-if
               compute cpr_preco_tabela rounded =
                   cpr_preco_base * fator_ajuste_percentual
           end-if
           .
       busca_preco_tabela-exit.
           exit.
      *---------------------fim busca preco de tabela-------------------

      *------------------------gasto mensal-----------------------------
      *    totaliza o COMPIZZA por mes, e dentro do mes por loja e por
      *    ocasiao/centro de custo; o mes informado restringe a um so
       relatorio_gastos_compras section.
           display " "
           display "Informe o mes AAAAMM (0 para todos os meses): "
           accept cpr_mes_filtro

           open input cpr-arquivo
           if cpr-status not = "00"
               display "Nenhuma compra registrada no COMPIZZA (status "
                   cpr-status ")."
           else
               move 0 to qtd_gasto_meses
               move 0 to qtd_gasto_lojas
               move 0 to qtd_gasto_centros
               move 0 to cpr_total_geral
               move "N" to cpr_cheia
               perform until cpr-status <> "00"
                   read cpr-arquivo
                       at end move "10" to cpr-status
                   end-read
                   if cpr-status = "00"
                       and cpr-registro not = spaces
                       compute cpr_aaaamm = cpr-data / 100
                       if cpr_mes_filtro = 0
                           or cpr_aaaamm = cpr_mes_filtro
                           perform acumula_gasto_compra
                       end-if
                   end-if
               end-perform
               close cpr-arquivo

               if qtd_gasto_meses = 0
                   display "Nenhuma compra no periodo informado."
               else
                   if cpr_cheia = "S"
                       display "Atencao: tabela de totais cheia; parte "
                           "das compras ficou fora dos subtotais."
                   end-if
                   perform ordena_meses_gasto
                   display " "
                   display "--- gasto mensal com pizza ---"
                   perform varying cpr_ind_mes from 1 by 1
                       until cpr_ind_mes > qtd_gasto_meses
                       perform exibe_gasto_mes
                   end-perform
                   move cpr_total_geral to form-cpr-total
                   display " "
                   display "Total do periodo: " form-cpr-total
               end-if
           end-if
           .
       relatorio_gastos_compras-exit.
           exit.

      *    soma a linha lida do COMPIZZA no mes, no par mes/loja e no
      *    par mes/centro de custo
       acumula_gasto_compra section.
           add cpr-valor-pago to cpr_total_geral

           move "N" to cpr_achou
           perform varying cpr_ind from 1 by 1
               until cpr_ind > qtd_gasto_meses or cpr_achou = "S"
               if gm_aaaamm(cpr_ind) = cpr_aaaamm
                   add cpr-valor-pago to gm_total(cpr_ind)
                   move "S" to cpr_achou
               end-if
           end-perform
           if cpr_achou = "N"
               if qtd_gasto_meses < 200
                   add 1 to qtd_gasto_meses
                   move cpr_aaaamm to gm_aaaamm(qtd_gasto_meses)
                   move cpr-valor-pago to gm_total(qtd_gasto_meses)
               else
                   move "S" to cpr_cheia
               end-if
           end-if

           move "N" to cpr_achou
           perform varying cpr_ind from 1 by 1
               until cpr_ind > qtd_gasto_lojas or cpr_achou = "S"
               if gl_aaaamm(cpr_ind) = cpr_aaaamm
                   and gl_estabelecimento(cpr_ind) =
                       cpr-estabelecimento
                   add cpr-valor-pago to gl_total(cpr_ind)
                   move "S" to cpr_achou
               end-if
           end-perform
           if cpr_achou = "N"
               if qtd_gasto_lojas < 500
                   add 1 to qtd_gasto_lojas
                   move cpr_aaaamm to gl_aaaamm(qtd_gasto_lojas)
                   move cpr-estabelecimento
                       to gl_estabelecimento(qtd_gasto_lojas)
                   move cpr-valor-pago to gl_total(qtd_gasto_lojas)
               else
                   move "S" to cpr_cheia
               end-if
           end-if

           move "N" to cpr_achou
           perform varying cpr_ind from 1 by 1
               until cpr_ind > qtd_gasto_centros or cpr_achou = "S"
               if gc_aaaamm(cpr_ind) = cpr_aaaamm
                   and gc_centro_custo(cpr_ind) = cpr-centro-custo
                   add cpr-valor-pago to gc_total(cpr_ind)
                   move "S" to cpr_achou
               end-if
           end-perform
           if cpr_achou = "N"
               if qtd_gasto_centros < 500
                   add 1 to qtd_gasto_centros
                   move cpr_aaaamm to gc_aaaamm(qtd_gasto_centros)
                   move cpr-centro-custo
                       to gc_centro_custo(qtd_gasto_centros)
                   move cpr-valor-pago to gc_total(qtd_gasto_centros)
               else
                   move "S" to cpr_cheia
               end-if
           end-if
           .
       acumula_gasto_compra-exit.
           exit.

      *    poe os meses em ordem crescente para a listagem
       ordena_meses_gasto section.
           perform varying cpr_ind from 1 by 1
               until cpr_ind >= qtd_gasto_meses
               perform varying cpr_ind_mes from cpr_ind by 1
                   until cpr_ind_mes > qtd_gasto_meses
                   if gm_aaaamm(cpr_ind_mes) < gm_aaaamm(cpr_ind)
                       move gm_aaaamm(cpr_ind) to cpr_troca_aaaamm
                       move gm_total(cpr_ind)  to cpr_troca_total
                       move gm_aaaamm(cpr_ind_mes) to gm_aaaamm(cpr_ind)
                       move gm_total(cpr_ind_mes)  to gm_total(cpr_ind)
                       move cpr_troca_aaaamm to gm_aaaamm(cpr_ind_mes)
                       move cpr_troca_total  to gm_total(cpr_ind_mes)
                   end-if
               end-perform
           end-perform
           .
       ordena_meses_gasto-exit.
           exit.

      *    lista o mes cpr_ind_mes com os subtotais por loja e por
      *    centro de custo
       exibe_gasto_mes section.
           move gm_total(cpr_ind_mes) to form-cpr-total
           display " "
           display "Mes " gm_aaaamm(cpr_ind_mes) " - total pago "
               form-cpr-total
           display "  por estabelecimento:"
           perform varying cpr_ind from 1 by 1
               until cpr_ind > qtd_gasto_lojas
               if gl_aaaamm(cpr_ind) = gm_aaaamm(cpr_ind_mes)
                   move gl_total(cpr_ind) to form-cpr-total
                   display "    " gl_estabelecimento(cpr_ind) " - "
                       form-cpr-total
               end-if
           end-perform
           display "  por ocasiao/centro de custo:"
           perform varying cpr_ind from 1 by 1
               until cpr_ind > qtd_gasto_centros
               if gc_aaaamm(cpr_ind) = gm_aaaamm(cpr_ind_mes)
                   move gc_total(cpr_ind) to form-cpr-total
                   display "    " gc_centro_custo(cpr_ind) " - "
                       form-cpr-total
               end-if
           end-perform
           .
       exibe_gasto_mes-exit.
           exit.
      *----------------------fim gasto mensal---------------------------

      *-----------------------variacao de preco-------------------------
      *    compara o valor pago por unidade em cada linha do COMPIZZA
      *    com o preco de tabela da mesma pizza na data do pedido; as
      *    linhas pagas acima da tabela saem marcadas, para aparecer a
      *    loja que cobra mais do que anuncia
       relatorio_variacao_compras section.
           display " "
           display "Informe o mes AAAAMM (0 para todos os meses): "
           accept cpr_mes_filtro

           open input cpr-arquivo
           if cpr-status not = "00"
               display "Nenhuma compra registrada no COMPIZZA (status "
                   cpr-status ")."
           else
               move 0 to cpr_analisadas
               move 0 to cpr_acima
               move 0 to cpr_sem_tabela
               display " "
               display "--- preco pago contra o preco de tabela ---"
               display "pedido - data - pizza - estabelecimento - "
                   "diametro - pago por unidade - tabela - diferenca"
               perform until cpr-status <> "00"
                   read cpr-arquivo
                       at end move "10" to cpr-status
                   end-read
                   if cpr-status = "00"
                       and cpr-registro not = spaces
                       compute cpr_aaaamm = cpr-data / 100
                       if cpr_mes_filtro = 0
                           or cpr_aaaamm = cpr_mes_filtro
                           perform analisa_linha_compra
                       end-if
                   end-if
               end-perform
               close cpr-arquivo

               display " "
               display "Linhas analisadas:           " cpr_analisadas
               display "Pagas acima da tabela:       " cpr_acima
               display "Sem preco de tabela na data: " cpr_sem_tabela
           end-if
           .
       relatorio_variacao_compras-exit.
           exit.

       analisa_linha_compra section.
           add 1 to cpr_analisadas
           move cpr-nome            to cpr_nome
           move cpr-estabelecimento to cpr_estabelecimento
           move cpr-diametro        to cpr_diametro
           move cpr-data            to cpr_data_pedido
           move cpr-quantidade      to cpr_quantidade
           if cpr_quantidade = 0
               move 1 to cpr_quantidade
           end-if
           compute cpr_unitario_pago rounded =
               cpr-valor-pago / cpr_quantidade
           perform busca_preco_tabela

           move cpr_unitario_pago to form-cpr-valor
           move cpr-diametro to form-diametro
           if cpr_tabela_achou = "N" or cpr_preco_tabela = 0
               add 1 to cpr_sem_tabela
               display cpr-numero " - " cpr-data " - " cpr-nome
                   " - " cpr-estabelecimento " - " form-diametro
                   " - " form-cpr-valor " - sem preco de tabela"
           else
               compute cpr_variacao =
                   cpr_unitario_pago - cpr_preco_tabela
               compute cpr_variacao_perc rounded =
                   (cpr_variacao * 100) / cpr_preco_tabela
               move spaces to cpr_destaque
               if cpr_variacao > 0
                   add 1 to cpr_acima
                   move " <<ACIMA>>" to cpr_destaque
               end-if
               move cpr_preco_tabela  to form-cpr-tabela
               move cpr_variacao      to form-cpr-variacao
               move cpr_variacao_perc to form-cpr-percentual
               display cpr-numero " - " cpr-data " - " cpr-nome
                   " - " cpr-estabelecimento " - " form-diametro
                   " - " form-cpr-valor " - " form-cpr-tabela
                   " - " form-cpr-variacao " (" form-cpr-percentual
                   "%)" cpr_destaque
           end-if
           .
       analisa_linha_compra-exit.
           exit.
      *---------------------fim variacao de preco-----------------------

      *--------------------registra compra da guia----------------------
      *    transforma a guia de pedido recem-impressa em compra
      *    realizada: pede a data, a ocasiao e o valor pago em cada
      *    linha (zero assume o total planejado); cada loja da guia
      *    vira um pedido proprio no COMPIZZA
       registra_compra_guia section.
           display "Informe a data do pedido (AAAAMMDD, 0 para hoje): "
           accept cpr_data_pedido
           if cpr_data_pedido = 0
               accept data-sistema from date yyyymmdd
               move data-sistema to cpr_data_pedido
           end-if
           display "Informe a ocasiao ou centro de custo: "
           accept cpr_centro_custo

           perform proximo_numero_compra
           perform abre_compras_extend
           move 0 to cpr_linhas
           move 0 to cpr_total_pedido
           perform varying plan_ind from 1 by 1
               until plan_ind > plan_qtd_linhas
               move 0 to pln_pedido(plan_ind)
               perform varying cpr_ind from 1 by 1
                   until cpr_ind >= plan_ind
                   if pln_estabelecimento(cpr_ind) =
                       pln_estabelecimento(plan_ind)
                       move pln_pedido(cpr_ind) to pln_pedido(plan_ind)
                   end-if
               end-perform
               if pln_pedido(plan_ind) = 0
                   move cpr_proximo_numero to pln_pedido(plan_ind)
                   add 1 to cpr_proximo_numero
               end-if

               move pln_pedido(plan_ind) to cpr_numero_pedido
               move pln_estabelecimento(plan_ind)
                   to cpr_estabelecimento aux_estabelecimento
               perform busca_estabelecimento_nome
               if est_achou = "S"
                   move est-codigo to cpr_est_codigo
               else
                   move 0 to cpr_est_codigo
               end-if
               move pln_nome(plan_ind)     to cpr_nome
               move pln_diametro(plan_ind) to cpr_diametro
               move pln_qtd(plan_ind)      to cpr_quantidade

               move pln_total(plan_ind) to form-plan-valor
               move pln_qtd(plan_ind) to form-plan-qtd
               display form-plan-qtd " x " cpr_nome " - "
                   cpr_estabelecimento " - planejado " form-plan-valor
               display "Informe o valor pago pela linha (0 assume o "
                   "planejado): "
               accept cpr_valor_pago
               if cpr_valor_pago = 0
                   move pln_total(plan_ind) to cpr_valor_pago
               end-if
               perform grava_linha_compra
           end-perform
           close cpr-arquivo

           move cpr_total_pedido to form-cpr-total
           display "Guia registrada no COMPIZZA: " cpr_linhas
               " linhas, total pago " form-cpr-total
           .
       registra_compra_guia-exit.
           exit.
      *------------------fim registra compra da guia--------------------

      *---------------------calendario de promocoes---------------------
      *    manutencao do PROPIZZA: inclusao, exclusao e listagem com a
      *    situacao de cada promocao na data de hoje; a promocao vencida
      *    nao precisa ser apagada, a vigencia ja a deixa de fora
       manutencao_promocoes section.
           if pro_disponivel = "N"
               display "Calendario de promocoes PROPIZZA indisponivel "
                   "(status " pro-status ")."
           else
               move spaces to opcao_promocao
               perform until opcao_promocao = "0"
                   display " "
                   display "--- calendario de promocoes ---"
                   display "I - incluir"
                   display "E - excluir"
                   display "L - listar"
                   display "0 - voltar"
                   display "Informe a opcao: "
                   accept opcao_promocao

                   evaluate opcao_promocao
                       when "I"
                       when "i"
                           move 2 to perfil_exigido
                           move "INCLUSAO DE PROMOCAO" to funcao_pedida
                           perform verifica_perfil
                           if acesso_liberado = "S"
                               if sessao_leitura = "S"
                                   perform avisa_somente_consulta
                               else
                                   perform inclui_promocao
                               end-if
                           end-if
                       when "E"
                       when "e"
                           move 2 to perfil_exigido
                           move "EXCLUSAO DE PROMOCAO" to funcao_pedida
                           perform verifica_perfil
                           if acesso_liberado = "S"
                               if sessao_leitura = "S"
                                   perform avisa_somente_consulta
                               else
                                   perform exclui_promocao
                               end-if
                           end-if
                       when "L"
                       when "l"
                           perform lista_promocoes
                       when "0"
                           continue
                       when other
                           display "Opcao invalida."
                   end-evaluate
               end-perform
           end-if
           .
       manutencao_promocoes-exit.
           exit.
      *------------------fim calendario de promocoes--------------------

      *-------------------------inclui promocao-------------------------
      *    a promocao e sempre de uma pizza do catalogo (loja + nome +
      *    diametro); a sequencia e atribuida aqui, uma a mais que a
      *    maior ja gravada para a mesma pizza
       inclui_promocao section.
           perform seleciona_loja_compra
           if cpr_est_codigo = 0
               display "Inclusao cancelada."
           else
               move cpr_estabelecimento to pro_busca_estabelecimento
               display "Informe o nome da pizza "
               accept pro_busca_nome
               display "Informe o diametro "
               accept pro_busca_diametro

               move pro_busca_nome            to cad-chave
               move pro_busca_estabelecimento to cad-estabelecimento
               move pro_busca_diametro        to cad-diametro
               read cad-arquivo
                   invalid key
                       display "Pizza nao cadastrada no catalogo; "
                           "inclusao cancelada."
                   not invalid key
                       perform proxima_sequencia_promocao
                       if pro_sequencia > 99
                           display "Limite de 99 promocoes para a "
                               "mesma pizza; inclusao cancelada."
                       else
                           perform pede_dados_promocao
                       end-if
               end-read
           end-if
           .
       inclui_promocao-exit.
           exit.
      *----------------------fim inclui promocao------------------------

      *    maior sequencia gravada para a pizza pro_busca_* mais um
       proxima_sequencia_promocao section.
           move 0 to pro_sequencia
           move pro_busca_estabelecimento to pro-estabelecimento
           move pro_busca_nome            to pro-nome
           move pro_busca_diametro        to pro-diametro
           move 0 to pro-sequencia
           move "N" to pro_fim_chave
           start pro-arquivo key is not less than pro-chave
               invalid key
                   move "S" to pro_fim_chave
           end-start
           perform until pro_fim_chave = "S"
               read pro-arquivo next record
                   at end
                       move "S" to pro_fim_chave
               end-read
               if pro_fim_chave = "N"
                   if pro-estabelecimento = pro_busca_estabelecimento
                       and pro-nome = pro_busca_nome
                       and pro-diametro = pro_busca_diametro
                       move pro-sequencia to pro_sequencia
                   else
                       move "S" to pro_fim_chave
                   end-if
               end-if
           end-perform
           add 1 to pro_sequencia
           .
       proxima_sequencia_promocao-exit.
           exit.

      *    le os dados da promocao e grava; o preco regular lido do
      *    CADPIZZA serve de referencia para recusar promocao que nao
      *    baixa o preco
       pede_dados_promocao section.
           move spaces to pro-registro
           move pro_busca_estabelecimento to pro-estabelecimento
           move pro_busca_nome            to pro-nome
           move pro_busca_diametro        to pro-diametro
           move pro_sequencia             to pro-sequencia
           move 0 to pro-preco
           move 0 to pro-percentual
           move cad-preco-pizza to form-preco-pizza
           display "Preco regular no catalogo: " form-preco-pizza

           move spaces to pro-tipo
           perform until pro-tipo = "P" or pro-tipo = "D"
               display "Tipo da promocao: P preco promocional, D "
                   "desconto percentual: "
               accept pro-tipo
               inspect pro-tipo converting "pd" to "PD"
           end-perform
           if pro-tipo = "P"
               perform until pro-preco > 0
                   and pro-preco < cad-preco-pizza
                   display "Informe o preco promocional (menor que o "
                       "regular): "
                   accept pro-preco
               end-perform
           else
               perform until pro-percentual > 0
                   display "Informe o percentual de desconto: "
                   accept pro-percentual
               end-perform
           end-if

           move spaces to pro_dias_informados
           move 0 to pro_dias_validos
           perform until pro_dias_validos = 7
               display "Dias validos de segunda a domingo (S/N, "
                   "por exemplo SSSSNNN; em branco vale todos): "
               accept pro_dias_informados
               if pro_dias_informados = spaces
                   move "SSSSSSS" to pro_dias_informados
               end-if
               inspect pro_dias_informados converting "sn" to "SN"
               move 0 to pro_dias_validos
               inspect pro_dias_informados
                   tallying pro_dias_validos for all "S" all "N"
           end-perform
           move pro_dias_informados to pro-dias-semana

           display "Inicio da vigencia (AAAAMMDD, 0 para hoje): "
           accept pro-data-inicio
           if pro-data-inicio = 0
               or function test-date-yyyymmdd(pro-data-inicio) not = 0
               accept data-sistema from date yyyymmdd
               move data-sistema to pro-data-inicio
           end-if
           move 1 to pro-data-fim
           perform until pro-data-fim = 0
               or (function test-date-yyyymmdd(pro-data-fim) = 0
                   and pro-data-fim not < pro-data-inicio)
               display "Fim da vigencia (AAAAMMDD, nao anterior ao "
                   "inicio; 0 sem data de termino): "
               accept pro-data-fim
           end-perform
           display "Descricao da promocao "
           accept pro-descricao

           write pro-registro
               invalid key
                   display "Falha ao gravar a promocao (status "
                       pro-status ")"
               not invalid key
                   display "Promocao incluida com a sequencia "
                       pro-sequencia "."
           end-write
           .
       pede_dados_promocao-exit.
           exit.

      *-------------------------exclui promocao-------------------------
      *    exclui uma promocao pela chave completa (a sequencia aparece
      *    na listagem)
       exclui_promocao section.
           perform seleciona_loja_compra
           if cpr_est_codigo = 0
               display "Exclusao cancelada."
           else
               move cpr_estabelecimento to pro-estabelecimento
               display "Informe o nome da pizza "
               accept pro-nome
               display "Informe o diametro "
               accept pro-diametro
               display "Informe a sequencia da promocao "
               accept pro-sequencia
               read pro-arquivo
                   invalid key
                       display "Promocao nao cadastrada."
                   not invalid key
                       perform exibe_promocao
                       display "Confirma a exclusao? ('S'/'N') "
                       accept opcao_confirma
                       if opcao_confirma = "S" or opcao_confirma = "s"
                           delete pro-arquivo
                               invalid key
                                   display "Falha ao excluir a "
                                       "promocao (status "
                                       pro-status ")"
                               not invalid key
                                   display "Promocao excluida."
                           end-delete
                       end-if
               end-read
           end-if
           .
       exclui_promocao-exit.
           exit.
      *----------------------fim exclui promocao------------------------

      *-------------------------lista promocoes-------------------------
      *    lista o calendario inteiro, com a situacao de cada promocao
      *    hoje: vigente, futura ou expirada
       lista_promocoes section.
           accept data-sistema from date yyyymmdd
           move 0 to pro_listadas
           move low-values to pro-chave
           move "N" to pro_fim_chave
           start pro-arquivo key is not less than pro-chave
               invalid key
                   move "S" to pro_fim_chave
           end-start
           display " "
           display "--- promocoes cadastradas ---"
           perform until pro_fim_chave = "S"
               read pro-arquivo next record
                   at end
                       move "S" to pro_fim_chave
               end-read
               if pro_fim_chave = "N"
                   perform exibe_promocao
                   add 1 to pro_listadas
               end-if
           end-perform
           display pro_listadas " promocoes listadas."
           .
       lista_promocoes-exit.
           exit.
      *----------------------fim lista promocoes------------------------

      *    mostra a promocao em pro-registro, com a situacao contra a
      *    data em data-sistema
       exibe_promocao section.
           evaluate true
               when pro-data-inicio > data-sistema
                   move "FUTURA" to pro_situacao
               when pro-data-fim not = 0
                   and pro-data-fim < data-sistema
                   move "EXPIRADA" to pro_situacao
               when other
                   move "VIGENTE" to pro_situacao
           end-evaluate
           move pro-diametro to form-diametro
           if pro-tipo = "P"
               move pro-preco to form-preco-pizza
               display pro-estabelecimento " - " pro-nome " - "
                   form-diametro " - seq " pro-sequencia
                   " - preco " form-preco-pizza
           else
               move pro-percentual to form-percentual
               display pro-estabelecimento " - " pro-nome " - "
                   form-diametro " - seq " pro-sequencia
                   " - desconto " form-percentual "%"
           end-if
           display "    dias " pro-dias-semana " - de "
               pro-data-inicio " a " pro-data-fim " - "
               pro_situacao " - " pro-descricao
           .
       exibe_promocao-exit.
           exit.

      *-----------------------abre promocoes----------------------------
      *    abre (ou cria) o calendario de promocoes; numa sessao de
      *    consulta sem o arquivo, os relatorios seguem com os precos
      *    regulares
       abre_promocoes section.
           move "N" to pro_disponivel
           if sessao_leitura = "S"
               open input pro-arquivo
           else
               open i-o pro-arquivo
               if pro-status = "35"
                   open output pro-arquivo
                   close pro-arquivo
                   open i-o pro-arquivo
               end-if
           end-if
           if pro-status = "00"
               move "S" to pro_disponivel
           end-if
           .
       abre_promocoes-exit.
           exit.
      *--------------------fim abre promocoes---------------------------

      *--------------------pede data de referencia----------------------
      *    data em que o ranking ou o pedido vai valer, para aplicar as
      *    promocoes vigentes nela; na execucao automatica vem da chave
      *    DATA_REFERENCIA do controle; zero ou data invalida vale hoje
       pede_data_referencia section.
           if modo_lote = "S"
               move ctl_data_referencia to data_referencia
           else
               display "Data de referencia das promocoes (AAAAMMDD, "
                   "0 para hoje): "
               accept data_referencia
           end-if
           if data_referencia not = 0
               and function test-date-yyyymmdd(data_referencia) not = 0
               display "Data de referencia invalida; vale a data de "
                   "hoje."
               move 0 to data_referencia
           end-if
           if data_referencia = 0
               accept data-sistema from date yyyymmdd
               move data-sistema to data_referencia
           end-if
           .
       pede_data_referencia-exit.
           exit.
      *------------------fim pede data de referencia--------------------

      *--------------------busca promocao vigente-----------------------
      *    procura a promocao de pro_busca_estabelecimento/nome/
      *    diametro vigente em pro_busca_data (vigencia e dia da
      *    semana) e devolve em pro_preco_promocional o menor preco
      *    entre as vigentes que fica abaixo do preco regular
      *    pro_busca_preco; sem nenhuma, pro_achou fica "N"
       busca_promocao_vigente section.
           move "N" to pro_achou
           move 0 to pro_preco_promocional
           if pro_disponivel = "S" and pro_busca_data not = 0
      *        1 = segunda ... 7 = domingo (01/01/1601 foi segunda)
               compute pro_dia_semana = function mod(
                   function integer-of-date(pro_busca_data) - 1, 7)
                   + 1
               move pro_busca_estabelecimento to pro-estabelecimento
               move pro_busca_nome            to pro-nome
               move pro_busca_diametro        to pro-diametro
               move 0 to pro-sequencia
               move "N" to pro_fim_chave
               start pro-arquivo key is not less than pro-chave
                   invalid key
                       move "S" to pro_fim_chave
               end-start
               perform until pro_fim_chave = "S"
                   read pro-arquivo next record
                       at end
                           move "S" to pro_fim_chave
                   end-read
                   if pro_fim_chave = "N"
                       if pro-estabelecimento =
                           pro_busca_estabelecimento
                           and pro-nome = pro_busca_nome
                           and pro-diametro = pro_busca_diametro
                           perform avalia_promocao
                       else
                           move "S" to pro_fim_chave
                       end-if
                   end-if
               end-perform
           end-if
           .
       busca_promocao_vigente-exit.
           exit.

      *    confere a promocao lida contra a data e o dia da semana e
      *    fica com o menor preco promocional
       avalia_promocao section.
           if pro-data-inicio not > pro_busca_data
               and (pro-data-fim = 0
                   or pro-data-fim not < pro_busca_data)
               and (pro-dias-semana = spaces
                   or pro-dias-semana(pro_dia_semana:1) = "S")
               if pro-tipo = "D"
                   compute pro_preco_calculado rounded =
                       pro_busca_preco
                       - (pro_busca_preco * pro-percentual / 100)
               else
                   move pro-preco to pro_preco_calculado
               end-if
               if pro_preco_calculado < pro_busca_preco
                   and (pro_achou = "N"
                       or pro_preco_calculado < pro_preco_promocional)
                   move "S" to pro_achou
                   move pro_preco_calculado to pro_preco_promocional
               end-if
           end-if
           .
       avalia_promocao-exit.
           exit.
      *-----------------fim busca promocao vigente----------------------

      *--------------------aplica promocoes no vetor--------------------
      *    troca no vetor o preco das pizzas em promocao na
      *    data_referencia, recalcula o preco por cm2 e marca a linha;
      *    o preco regular fica guardado em promocoes_vetor (que
      *    acompanha o SORT do ranking) e volta ao vetor em
      *    restaura_precos_regulares, antes de qualquer gravacao no
      *    catalogo ou no historico
       aplica_promocoes_vetor section.
           move 0 to pro_aplicadas
           perform varying ind from 1 by 1 until ind > quant_pizzas
               or nome(ind) = space
               move spaces to pvt_marca(ind)
               move preco_pizza(ind) to pvt_preco_regular(ind)
               move preco_cm2(ind)   to pvt_cm2_regular(ind)
               move nome(ind)            to pro_busca_nome
               move estabelecimento(ind) to pro_busca_estabelecimento
               move diametro(ind)        to pro_busca_diametro
               move data_referencia      to pro_busca_data
               move preco_pizza(ind)     to pro_busca_preco
               perform busca_promocao_vigente
               if pro_achou = "S"
                   move pro_preco_promocional to preco_pizza(ind)
                   perform calcular_preco_cm2
                   move " *PROMO*" to pvt_marca(ind)
                   add 1 to pro_aplicadas
               end-if
           end-perform
           move 1 to ind
           .
       aplica_promocoes_vetor-exit.
           exit.

       restaura_precos_regulares section.
           perform varying ind from 1 by 1 until ind > quant_pizzas
               or nome(ind) = space
               if pvt_marca(ind) not = spaces
                   move pvt_preco_regular(ind) to preco_pizza(ind)
                   move pvt_cm2_regular(ind)   to preco_cm2(ind)
                   move spaces to pvt_marca(ind)
               end-if
           end-perform
           move 1 to ind
           .
       restaura_precos_regulares-exit.
           exit.
      *-----------------fim aplica promocoes no vetor-------------------

      *---------------------avaliacoes da equipe------------------------
      *    notas de qualidade dadas pela equipe a cada pizza pedida e o
      *    ranking custo-beneficio que pesa a nota media contra o preco
      *    por cm2; o AVAPIZZA so recebe linhas acrescentadas e nao
      *    mexe no catalogo, entao a sessao de consulta tambem avalia
       menu_avaliacoes section.
           move spaces to opcao_avaliacao
           perform until opcao_avaliacao = "0"
               display " "
               display "--- avaliacoes da equipe ---"
               display "R - registrar uma avaliacao"
               display "L - listar as avaliacoes de uma pizza"
               display "V - ranking custo-beneficio do catalogo"
               display "0 - voltar"
               display "Informe a opcao: "
               accept opcao_avaliacao

               evaluate opcao_avaliacao
                   when "R"
                   when "r"
                       perform registra_avaliacao
                   when "L"
                   when "l"
                       perform lista_avaliacoes_pizza
                   when "V"
                   when "v"
      *                catalogo inteiro, sem corte de validade nem
      *                filtro de categoria
                       move 0 to val_corte_data
                       move spaces to opcao_validade
                       move 0 to filtro_categoria
                       perform monta_ranking_valor
                       perform exibe_ranking_valor
                   when "0"
                       continue
                   when other
                       display "Opcao invalida."
               end-evaluate
           end-perform
           .
       menu_avaliacoes-exit.
           exit.
      *------------------fim avaliacoes da equipe-----------------------

      *-----------------------registra avaliacao------------------------
      *    a avaliacao e sempre de uma pizza do catalogo (loja do
      *    ESTPIZZA + nome + diametro), com as tres notas de 1 a 5
       registra_avaliacao section.
           display " "
           display "Informe a data da avaliacao (AAAAMMDD, 0 para "
               "hoje): "
           accept ava_data
           if ava_data = 0
               accept data-sistema from date yyyymmdd
               move data-sistema to ava_data
           end-if

           perform seleciona_loja_compra
           if cpr_est_codigo = 0
               display "Avaliacao cancelada."
           else
               display "Informe o nome da pizza "
               accept aux_nome
               display "Informe o diametro "
               accept aux_diametro
               move aux_nome            to cad-chave
               move cpr_estabelecimento to cad-estabelecimento
               move aux_diametro        to cad-diametro
               read cad-arquivo
                   invalid key
                       display "Pizza nao cadastrada no catalogo; "
                           "avaliacao cancelada."
                   not invalid key
                       perform pede_notas_avaliacao
               end-read
           end-if
           .
       registra_avaliacao-exit.
           exit.

       pede_notas_avaliacao section.
           move 0 to ava_nota_sabor
           perform until ava_nota_sabor >= 1 and ava_nota_sabor <= 5
               display "Nota do sabor (1 a 5): "
               accept ava_nota_sabor
           end-perform
           move 0 to ava_nota_entrega
           perform until ava_nota_entrega >= 1
               and ava_nota_entrega <= 5
               display "Nota do tempo de entrega (1 a 5): "
               accept ava_nota_entrega
           end-perform
           move 0 to ava_nota_temperatura
           perform until ava_nota_temperatura >= 1
               and ava_nota_temperatura <= 5
               display "Nota da temperatura na chegada, chegou "
                   "quente (1 a 5): "
               accept ava_nota_temperatura
           end-perform

           open extend ava-arquivo
           if ava-status = "35"
               open output ava-arquivo
           end-if
           move spaces to ava-registro
           move ava_data             to ava-data
           move operador             to ava-operador
           move cpr_estabelecimento  to ava-estabelecimento
           move aux_nome             to ava-nome
           move aux_diametro         to ava-diametro
           move ava_nota_sabor       to ava-nota-sabor
           move ava_nota_entrega     to ava-nota-entrega
           move ava_nota_temperatura to ava-nota-temperatura
           write ava-registro
           close ava-arquivo
           display "Avaliacao registrada."
           .
       pede_notas_avaliacao-exit.
           exit.
      *--------------------fim registra avaliacao-----------------------

      *--------------------lista avaliacoes da pizza--------------------
      *    lista as avaliacoes de uma pizza com a media de cada nota
       lista_avaliacoes_pizza section.
           perform seleciona_loja_compra
           if cpr_est_codigo not = 0
               display "Informe o nome da pizza "
               accept aux_nome
               display "Informe o diametro "
               accept aux_diametro

               move 0 to ava_listadas
               move 0 to ava_soma_sabor
               move 0 to ava_soma_entrega
               move 0 to ava_soma_temperatura
               open input ava-arquivo
               if ava-status = "00"
                   display " "
                   display "data - operador - sabor - entrega - "
                       "temperatura"
                   perform until ava-status <> "00"
                       read ava-arquivo
                           at end move "10" to ava-status
                       end-read
                       if ava-status = "00"
                           and ava-estabelecimento = cpr_estabelecimento
                           and ava-nome = aux_nome
                           and ava-diametro = aux_diametro
                           display ava-data " - " ava-operador " - "
                               ava-nota-sabor " - " ava-nota-entrega
                               " - " ava-nota-temperatura
                           add 1 to ava_listadas
                           add ava-nota-sabor to ava_soma_sabor
                           add ava-nota-entrega to ava_soma_entrega
                           add ava-nota-temperatura
                               to ava_soma_temperatura
                       end-if
                   end-perform
                   close ava-arquivo
               end-if

               if ava_listadas = 0
                   display "Nenhuma avaliacao para esta pizza."
               else
                   display ava_listadas " avaliacoes; medias:"
                   compute ava_media_pizza rounded =
                       ava_soma_sabor / ava_listadas
                   move ava_media_pizza to form-ava-media
                   display "  sabor       " form-ava-media
                   compute ava_media_pizza rounded =
                       ava_soma_entrega / ava_listadas
                   move ava_media_pizza to form-ava-media
                   display "  entrega     " form-ava-media
                   compute ava_media_pizza rounded =
                       ava_soma_temperatura / ava_listadas
                   move ava_media_pizza to form-ava-media
                   display "  temperatura " form-ava-media
                   compute ava_media_pizza rounded =
                       (ava_soma_sabor + ava_soma_entrega
                        + ava_soma_temperatura) / (ava_listadas * 3)
                   move ava_media_pizza to form-ava-media
                   display "  geral       " form-ava-media
               end-if
           end-if
           .
       lista_avaliacoes_pizza-exit.
           exit.
      *-----------------fim lista avaliacoes da pizza-------------------

      *------------------carrega avaliacoes no vetor--------------------
      *    acumula o AVAPIZZA por posicao do vetor (mesma loja, nome e
      *    diametro) e calcula a nota media geral de cada pizza, das
      *    tres notas juntas
       carrega_avaliacoes_vetor section.
           perform varying ava_ind from 1 by 1
               until ava_ind > quant_pizzas
               move 0 to avv_qtd(ava_ind)
               move 0 to avv_soma(ava_ind)
               move 0 to avv_media(ava_ind)
               move 0 to avv_indice(ava_ind)
           end-perform

           open input ava-arquivo
           if ava-status = "00"
               perform until ava-status <> "00"
                   read ava-arquivo
                       at end move "10" to ava-status
                   end-read
                   if ava-status = "00"
                       and ava-registro not = spaces
                       move "N" to ava_achou
                       perform varying ava_ind from 1 by 1
                           until ava_ind > quant_pizzas
                           or nome(ava_ind) = space
                           or ava_achou = "S"
                           if nome(ava_ind) = ava-nome
                               and estabelecimento(ava_ind)
                                   = ava-estabelecimento
                               and diametro(ava_ind) = ava-diametro
                               move "S" to ava_achou
                               add 1 to avv_qtd(ava_ind)
                               add ava-nota-sabor ava-nota-entrega
                                   ava-nota-temperatura
                                   to avv_soma(ava_ind)
                           end-if
                       end-perform
                   end-if
               end-perform
               close ava-arquivo
           end-if

           perform varying ava_ind from 1 by 1
               until ava_ind > quant_pizzas
               if avv_qtd(ava_ind) > 0
                   compute avv_media(ava_ind) rounded =
                       avv_soma(ava_ind) / (avv_qtd(ava_ind) * 3)
               end-if
           end-perform
           .
       carrega_avaliacoes_vetor-exit.
           exit.
      *---------------fim carrega avaliacoes no vetor-------------------

      *--------------------monta ranking custo-beneficio----------------
      *    indice custo-beneficio = nota media / preco por cm2 (quanto
      *    maior, melhor); so entram as pizzas com o minimo de
      *    avaliacoes do PARMPIZZA, respeitando o corte de validade e
      *    o filtro de categoria dos demais relatorios; a lista sai em
      *    ordem decrescente de indice, com o melhor de cada categoria
       monta_ranking_valor section.
           perform carrega_avaliacoes_vetor
           move 0 to qtd_rank_valor
           perform varying ind from 1 by 1 until ind > quant_pizzas
               or nome(ind) = space
               perform define_marcador_validade
               if avv_qtd(ind) > 0
                   and avv_qtd(ind) >= minimo_avaliacoes
                   and preco_cm2(ind) > 0
                   and not (opcao_validade = "E"
                       and val_marcador not = spaces)
                   and (filtro_categoria = 0
                       or categoria(ind) = filtro_categoria)
                   compute avv_indice(ind) rounded =
                       avv_media(ind) / preco_cm2(ind)
                   add 1 to qtd_rank_valor
                   move ind to rvl_ind(qtd_rank_valor)
               end-if
           end-perform

           perform varying rvl_pos from 1 by 1
               until rvl_pos >= qtd_rank_valor
               perform varying rvl_busca from rvl_pos by 1
                   until rvl_busca > qtd_rank_valor
                   if avv_indice(rvl_ind(rvl_busca))
                       > avv_indice(rvl_ind(rvl_pos))
                       move rvl_ind(rvl_pos) to rvl_troca
                       move rvl_ind(rvl_busca) to rvl_ind(rvl_pos)
                       move rvl_troca to rvl_ind(rvl_busca)
                   end-if
               end-perform
           end-perform

      *    com a lista em ordem, a primeira pizza de cada categoria e
      *    a melhor dela
           move 0 to qtd_cat_valor
           perform varying rvl_pos from 1 by 1
               until rvl_pos > qtd_rank_valor
               move "N" to cvl_achou
               perform varying cvl_ind from 1 by 1
                   until cvl_ind > qtd_cat_valor or cvl_achou = "S"
                   if cvl_codigo(cvl_ind)
                       = categoria(rvl_ind(rvl_pos))
                       move "S" to cvl_achou
                   end-if
               end-perform
               if cvl_achou = "N" and qtd_cat_valor < 99
                   add 1 to qtd_cat_valor
                   move categoria(rvl_ind(rvl_pos))
                       to cvl_codigo(qtd_cat_valor)
                   move rvl_ind(rvl_pos) to cvl_melhor(qtd_cat_valor)
               end-if
           end-perform
           move 1 to ind
           .
       monta_ranking_valor-exit.
           exit.
      *-----------------fim monta ranking custo-beneficio---------------

      *    monta em linha_valor a linha do ranking custo-beneficio da
      *    pizza corrente (IND), igual na tela e no PIZZAREL
       formata_linha_valor section.
           move diametro(ind)    to form-diametro
           move preco_cm2(ind)   to form-preco-cm2
           move avv_media(ind)   to form-ava-media
           move avv_qtd(ind)     to form-ava-qtd
           move avv_indice(ind)  to form-ava-indice
           move spaces to linha_valor
           string
               function trim(nome(ind)) delimited by size
               " - "              delimited by size
               function trim(estabelecimento(ind))
                                  delimited by size
               " - "              delimited by size
               form-diametro      delimited by size
               " - nota "         delimited by size
               form-ava-media     delimited by size
               " ("               delimited by size
               function trim(form-ava-qtd)
                                  delimited by size
               " aval.) - cm2 "   delimited by size
               form-preco-cm2     delimited by size
               " - indice "       delimited by size
               form-ava-indice    delimited by size
               pvt_marca(ind)     delimited by size
               into linha_valor
           end-string
           .
       formata_linha_valor-exit.
           exit.

      *    ranking custo-beneficio e melhor de cada categoria na tela
       exibe_ranking_valor section.
           display " "
           display "--- ranking custo-beneficio (nota media / preco "
               "por cm2; minimo de " minimo_avaliacoes
               " avaliacoes) ---"
           if qtd_rank_valor = 0
               display "Nenhuma pizza com o minimo de avaliacoes."
           else
               perform varying rvl_pos from 1 by 1
                   until rvl_pos > qtd_rank_valor
                   move rvl_ind(rvl_pos) to ind
                   perform formata_linha_valor
                   display linha_valor
               end-perform

               display " "
               display "--- melhor custo-beneficio por categoria ---"
               perform varying cvl_ind from 1 by 1
                   until cvl_ind > qtd_cat_valor
                   move cvl_codigo(cvl_ind) to cat-codigo
                   perform busca_descricao_categoria
                   move cvl_melhor(cvl_ind) to ind
                   perform formata_linha_valor
                   display "categoria " cvl_codigo(cvl_ind)
                       " - " cat_descricao_exibe ":"
                   display linha_valor
               end-perform
           end-if
           move 1 to ind
           .
       exibe_ranking_valor-exit.
           exit.

      *    o mesmo ranking no PIZZAREL, depois do rodape de categorias,
      *    seguindo a paginacao do relatorio
       imprime_ranking_valor section.
           move spaces to rel-registro
           write rel-registro
           move spaces to rel-registro
           string
               "RANKING CUSTO-BENEFICIO (NOTA MEDIA / PRECO POR CM2"
               "; MINIMO DE " delimited by size
               minimo_avaliacoes delimited by size
               " AVALIACOES)" delimited by size
               into rel-registro
           end-string
           write rel-registro
           add 2 to rel-linha-atual

           perform varying rvl_pos from 1 by 1
               until rvl_pos > qtd_rank_valor
               if rel-linha-atual >= rel-linhas-pagina then
                   perform imprime_cabecalho_relatorio
               end-if
               move rvl_ind(rvl_pos) to ind
               perform formata_linha_valor
               move linha_valor to rel-registro
               write rel-registro
               add 1 to rel-linha-atual
           end-perform

           perform varying cvl_ind from 1 by 1
               until cvl_ind > qtd_cat_valor
               if rel-linha-atual >= rel-linhas-pagina then
                   perform imprime_cabecalho_relatorio
               end-if
               move cvl_codigo(cvl_ind) to cat-codigo
               perform busca_descricao_categoria
               move cvl_melhor(cvl_ind) to ind
               perform formata_linha_valor
               move spaces to rel-registro
               string
                   "Melhor custo-beneficio na categoria "
                                      delimited by size
                   function trim(cat_descricao_exibe)
                                      delimited by size
                   ":"                delimited by size
                   into rel-registro
               end-string
               write rel-registro
               move linha_valor to rel-registro
               write rel-registro
               add 2 to rel-linha-atual
           end-perform
           move 1 to ind
           .
       imprime_ranking_valor-exit.
           exit.

      *------------------move avaliacoes do saneamento------------------
      *    as avaliacoes seguem a pizza: as linhas do AVAPIZZA da
      *    grafia de origem passam para a grafia de destino, copiando
      *    o arquivo pelo apoio AVATEMP como no arquivamento do
      *    historico
       move_avaliacoes_saneamento section.
           move 0 to ava_movidas
           open input ava-arquivo
           if ava-status = "00"
               open output avt-arquivo
               perform until ava-status <> "00"
                   read ava-arquivo
                       at end move "10" to ava-status
                   end-read
                   if ava-status = "00"
                       if ava-estabelecimento = san_grafia_origem
                           move san_destino_nome
                               to ava-estabelecimento
                           add 1 to ava_movidas
                       end-if
                       move ava-registro to avt-registro
                       write avt-registro
                   end-if
               end-perform
               close ava-arquivo
               close avt-arquivo

               if ava_movidas > 0
                   open output ava-arquivo
                   open input avt-arquivo
                   perform until avt-status <> "00"
                       read avt-arquivo
                           at end move "10" to avt-status
                       end-read
                       if avt-status = "00"
                           move avt-registro to ava-registro
                           write ava-registro
                       end-if
                   end-perform
                   close ava-arquivo
                   close avt-arquivo
               end-if

               call "CBL_DELETE_FILE" using avt-nome-arquivo
                   returning avt-retorno-delete
               display "Avaliacoes movidas para "
                   function trim(san_destino_nome) ": " ava_movidas
           end-if
           .
       move_avaliacoes_saneamento-exit.
           exit.
      *---------------fim move avaliacoes do saneamento-----------------

      *------------------move promocoes do saneamento-------------------
      *    as promocoes da grafia de origem passam para a grafia de
      *    destino: cada uma e excluida na chave velha e regravada na
      *    nova; se a chave nova ja existe (a mesma pizza ja tinha
      *    promocao no destino), a promocao movida recebe a proxima
      *    sequencia livre
       move_promocoes_saneamento section.
           move 0 to qtd_san_promocoes
           move 0 to san_promocoes_movidas
           move san_grafia_origem to pro-estabelecimento
           move low-values to pro-nome
           move 0 to pro-diametro
           move 0 to pro-sequencia
           move "N" to pro_fim_chave
           start pro-arquivo key is not less than pro-chave
               invalid key
                   move "S" to pro_fim_chave
           end-start
           perform until pro_fim_chave = "S"
               read pro-arquivo next record
                   at end
                       move "S" to pro_fim_chave
               end-read
               if pro_fim_chave = "N"
                   if pro-estabelecimento = san_grafia_origem
                       and qtd_san_promocoes < 500
                       add 1 to qtd_san_promocoes
                       move pro-registro
                           to san_promocao_registro(qtd_san_promocoes)
                   else
                       move "S" to pro_fim_chave
                   end-if
               end-if
           end-perform

           perform varying san_ind from 1 by 1
               until san_ind > qtd_san_promocoes
               move san_promocao_registro(san_ind) to pro-registro
               delete pro-arquivo record
                   invalid key
                       continue
                   not invalid key
                       perform regrava_promocao_saneamento
               end-delete
           end-perform

           display "Promocoes movidas para "
               function trim(san_destino_nome) ": "
               san_promocoes_movidas
           .
       move_promocoes_saneamento-exit.
           exit.
      *---------------fim move promocoes do saneamento-----------------

      *    grava na grafia de destino a promocao san_ind ja excluida
      *    na chave velha; com a chave ocupada, usa a proxima sequencia
       regrava_promocao_saneamento section.
           move san_promocao_registro(san_ind) to pro-registro
           move san_destino_nome to pro-estabelecimento
           write pro-registro
               invalid key
                   move san_destino_nome to pro_busca_estabelecimento
                   move pro-nome         to pro_busca_nome
                   move pro-diametro     to pro_busca_diametro
                   perform proxima_sequencia_promocao
                   move san_promocao_registro(san_ind) to pro-registro
                   move san_destino_nome to pro-estabelecimento
                   move pro_sequencia to pro-sequencia
                   if pro_sequencia > 99
                       move "23" to pro-status
                   else
                       write pro-registro
                           invalid key
                               continue
                       end-write
                   end-if
           end-write
           if pro-status = "00"
               add 1 to san_promocoes_movidas
           else
               display "Promocao de " function trim(pro-nome)
                   " nao regravada no destino (status " pro-status ")"
           end-if
           .
       regrava_promocao_saneamento-exit.
           exit.

      *-------------------move vigias do saneamento--------------------
      *    vigias na grafia de origem passam a vigiar a de destino (no
      *    VIGPIZZA a loja fica em maiusculas) e o estado de cada pizza
      *    no ALEPIZZA muda de chave com o ultimo preco visto e o
      *    alerta pendente, para nao disparar de novo um preco que nao
      *    mudou; se o destino ja tem estado para a mesma pizza, o do
      *    destino prevalece, como no catalogo
       move_vigias_saneamento section.
           move 0 to san_vigias_movidas
           move 0 to san_alertas_movidos
           move san_grafia_origem to san_origem_maiuscula
           move san_destino_nome to san_destino_maiuscula
           inspect san_origem_maiuscula converting
               "abcdefghijklmnopqrstuvwxyz"
               to "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           inspect san_destino_maiuscula converting
               "abcdefghijklmnopqrstuvwxyz"
               to "ABCDEFGHIJKLMNOPQRSTUVWXYZ"

           move 0 to vig-codigo
           move "N" to vig_fim
           start vig-arquivo key is not less than vig-codigo
               invalid key
                   move "S" to vig_fim
           end-start
           perform until vig_fim = "S"
               read vig-arquivo next record
                   at end
                       move "S" to vig_fim
               end-read
               if vig_fim = "N"
                   and vig-estabelecimento = san_origem_maiuscula
                   move san_destino_maiuscula to vig-estabelecimento
                   rewrite vig-registro
                       invalid key
                           continue
                       not invalid key
                           add 1 to san_vigias_movidas
                   end-rewrite
               end-if
           end-perform

           move 0 to qtd_san_alertas
           move low-values to ale-chave
           move "N" to vig_fim
           start ale-arquivo key is not less than ale-chave
               invalid key
                   move "S" to vig_fim
           end-start
           perform until vig_fim = "S"
               read ale-arquivo next record
                   at end
                       move "S" to vig_fim
               end-read
               if vig_fim = "N"
                   and ale-estabelecimento = san_grafia_origem
                   and qtd_san_alertas < 500
                   add 1 to qtd_san_alertas
                   move ale-registro
                       to san_alerta_registro(qtd_san_alertas)
               end-if
           end-perform

           perform varying san_ind from 1 by 1
               until san_ind > qtd_san_alertas
               move san_alerta_registro(san_ind) to ale-registro
               delete ale-arquivo record
                   invalid key
                       continue
                   not invalid key
                       move san_alerta_registro(san_ind)
                           to ale-registro
                       move san_destino_nome to ale-estabelecimento
                       write ale-registro
                           invalid key
                               continue
                           not invalid key
                               add 1 to san_alertas_movidos
                       end-write
               end-delete
           end-perform

           display "Vigias de preco movidas para "
               function trim(san_destino_nome) ": " san_vigias_movidas
               " (pizzas vigiadas: " san_alertas_movidos ")"
           .
       move_vigias_saneamento-exit.
           exit.
      *----------------fim move vigias do saneamento-------------------

      *-----------------------abre operadores---------------------------
      *    abre (ou cria) o cadastro de operadores para a identificacao;
      *    fica aberto so para leitura a sessao inteira e a manutencao
      *    reabre o arquivo para gravacao enquanto dura; sem nenhum
      *    operador cadastrado, o primeiro supervisor e cadastrado ja
      *    na abertura (a execucao automatica nao tem quem o cadastre)
       abre_operadores section.
           open input ope-arquivo
           if ope-status = "35"
               open output ope-arquivo
               close ope-arquivo
               open input ope-arquivo
           end-if

           perform verifica_operadores_vazio
           if ope_vazio = "S"
               if modo_lote = "S"
                   move spaces to log_linha
                   string
                       "cadastro de operadores OPEPIZZA vazio; "
                                           delimited by size
                       "execucao abortada" delimited by size
                       into log_linha
                   end-string
                   perform aborta_lote_operador
               end-if
               display " "
               display "Nenhum operador cadastrado: cadastre agora o "
                   "primeiro supervisor."
               close ope-arquivo
               open i-o ope-arquivo
               move 3 to ope_perfil_fixo
               perform until ope_vazio = "N"
                   perform inclui_operador
                   perform verifica_operadores_vazio
               end-perform
               move 0 to ope_perfil_fixo
               close ope-arquivo
               open input ope-arquivo
           end-if
           .
       abre_operadores-exit.
           exit.
      *--------------------fim abre operadores--------------------------

       verifica_operadores_vazio section.
           move "S" to ope_vazio
           move low-values to ope-codigo
           start ope-arquivo key is not less than ope-codigo
               invalid key
                   continue
               not invalid key
                   move "N" to ope_vazio
           end-start
           .
       verifica_operadores_vazio-exit.
           exit.

      *----------------------identifica operador------------------------
      *    login contra o OPEPIZZA: codigo e senha, tres tentativas;
      *    cada falha vai para o AUDPIZZA (acao L) com o motivo, que a
      *    tela nao revela
       identifica_operador section.
           move 0 to login_tentativas
           move "N" to login_aceito
           perform until login_aceito = "S" or login_tentativas >= 3
               add 1 to login_tentativas
               move spaces to operador
               perform until operador not = spaces
                   display "Identificacao do operador: "
                   accept operador
               end-perform
               display "Senha: "
               accept senha_digitada

               move operador to ope-codigo
               read ope-arquivo
                   invalid key
                       move "OPERADOR NAO CADASTRADO" to login_motivo
                   not invalid key
                       perform calcula_resumo_senha
                       evaluate true
                           when ope-ativo not = "S"
                               move "OPERADOR INATIVO"
                                   to login_motivo
                           when senha_resumo not = ope-senha-resumo
                               move "SENHA INVALIDA" to login_motivo
                           when other
                               move "S" to login_aceito
                               move ope-perfil to perfil_operador
                       end-evaluate
               end-read

               if login_aceito = "N"
                   display "Operador ou senha invalidos."
                   move "L" to aud_acao
                   move "*LOGIN*" to aud_evento_nome
                   move spaces to aud_evento_estabelecimento
                   move spaces to aud_antes
                   move login_motivo to aud_depois
                   perform grava_auditoria_evento
               end-if
           end-perform

           if login_aceito = "N"
               display "Tres tentativas sem sucesso; encerrando."
               stop run
           end-if

           move perfil_operador to perfil_exigido
           perform descreve_perfil
           display "Operador " function trim(ope-nome)
               " - perfil " perfil_descricao
           .
       identifica_operador-exit.
           exit.
      *-------------------fim identifica operador-----------------------

      *-------------------valida operador do lote-----------------------
      *    a execucao automatica nao tem senha, mas o OPERADOR do
      *    controle tem que existir, estar ativo e ter perfil para o
      *    passo mais exigente pedido: relatorios pedem consulta,
      *    importacao pede cadastro, backup e arquivamento pedem
      *    supervisor
       valida_operador_lote section.
           move ctl_operador to operador
           move 1 to perfil_exigido
           move "RELATORIOS" to funcao_pedida
           if ctl_importa = "S"
               move 2 to perfil_exigido
               move "IMPORTA" to funcao_pedida
           end-if
           if ctl_backup = "S"
               move 3 to perfil_exigido
               move "BACKUP" to funcao_pedida
           end-if
           if ctl_arquiva = "S"
               move 3 to perfil_exigido
               move "ARQUIVA" to funcao_pedida
           end-if
      *    INTEGRIDADE=S so confere; C tambem corrige o ULTPIZZA
           if ctl_integridade = "C"
               move 3 to perfil_exigido
               move "INTEGRIDADE" to funcao_pedida
           end-if
      *    EXTRATO=C completo ou D diferencial
           if (ctl_extrato = "C" or ctl_extrato = "D")
               and perfil_exigido < 2
               move 2 to perfil_exigido
               move "EXTRATO" to funcao_pedida
           end-if

      *    sem OPERADOR no controle a recusa entra no jornal como as
      *    demais
           if operador = spaces
               move "LOTE" to operador
               move "OPERADOR AUSENTE" to login_motivo
           else
               move operador to ope-codigo
               read ope-arquivo
                   invalid key
                       move "OPERADOR NAO CADASTRADO" to login_motivo
                   not invalid key
                       if ope-ativo not = "S"
                           move "OPERADOR INATIVO" to login_motivo
                       else
                           move spaces to login_motivo
                           move ope-perfil to perfil_operador
                       end-if
               end-read
           end-if

           if login_motivo not = spaces
               move "L" to aud_acao
               move "*LOGIN*" to aud_evento_nome
               move spaces to aud_evento_estabelecimento
               move "LOTE" to aud_antes
               move login_motivo to aud_depois
               perform grava_auditoria_evento
               move spaces to log_linha
               string
                   "operador "       delimited by size
                   function trim(operador) delimited by size
                   ": "              delimited by size
                   function trim(login_motivo) delimited by size
                   "; execucao abortada" delimited by size
                   into log_linha
               end-string
               perform aborta_lote_operador
           end-if

           perform verifica_perfil
           if acesso_liberado = "N"
               move spaces to log_linha
               string
                   "operador "       delimited by size
                   function trim(operador) delimited by size
                   " sem perfil para o passo " delimited by size
                   function trim(funcao_pedida) delimited by size
                   "; execucao abortada" delimited by size
                   into log_linha
               end-string
               perform aborta_lote_operador
           end-if
           .
       valida_operador_lote-exit.
           exit.

      *    encerra a execucao automatica recusada na identificacao com
      *    o retorno 8, antes de qualquer trava ou arquivo mestre
       aborta_lote_operador section.
           display function trim(log_linha)
           perform grava_log
           close log-arquivo
           close ope-arquivo
           move 8 to return-code
           stop run
           .
       aborta_lote_operador-exit.
           exit.
      *-----------------fim valida operador do lote---------------------

      *-------------------------verifica perfil-------------------------
      *    confere se o perfil do operador cobre o perfil_exigido pela
      *    funcao_pedida; recusando, avisa e journaliza a negativa no
      *    AUDPIZZA (acao N)
       verifica_perfil section.
           if perfil_operador >= perfil_exigido
               move "S" to acesso_liberado
           else
               move "N" to acesso_liberado
               perform descreve_perfil
               display "Acesso negado: " function trim(funcao_pedida)
                   " exige o perfil " perfil_descricao "."
               move "N" to aud_acao
               move "*ACESSO*" to aud_evento_nome
               move spaces to aud_evento_estabelecimento
               move funcao_pedida to aud_antes
               move spaces to aud_depois
               string
                   "PERFIL "       delimited by size
                   perfil_operador delimited by size
                   " EXIGE "       delimited by size
                   perfil_exigido  delimited by size
                   into aud_depois
               end-string
               perform grava_auditoria_evento
           end-if
           .
       verifica_perfil-exit.
           exit.

      *    nome do perfil_exigido em perfil_descricao
       descreve_perfil section.
           evaluate perfil_exigido
               when 1
                   move "CONSULTA" to perfil_descricao
               when 2
                   move "CADASTRO" to perfil_descricao
               when 3
                   move "SUPERVISOR" to perfil_descricao
               when other
                   move "INVALIDO" to perfil_descricao
           end-evaluate
           .
       descreve_perfil-exit.
           exit.

      *    perfil exigido por cada opcao do menu principal; a opcao
      *    recusada volta em branco e nada e executado
       confere_perfil_menu section.
           move 1 to perfil_exigido
           move spaces to funcao_pedida
           evaluate opcao_menu
               when "1"
                   move 2 to perfil_exigido
                   move "MENU 1 CADASTRO DE PIZZAS" to funcao_pedida
               when "5"
                   move 2 to perfil_exigido
                   move "MENU 5 RECONCILIACAO" to funcao_pedida
               when "6"
                   move 3 to perfil_exigido
                   move "MENU 6 ESTABELECIMENTOS" to funcao_pedida
               when "8"
                   move 3 to perfil_exigido
                   move "MENU 8 BACKUP" to funcao_pedida
               when "9"
                   move 3 to perfil_exigido
                   move "MENU 9 ARQUIVAMENTO" to funcao_pedida
               when "G"
               when "g"
                   move 3 to perfil_exigido
                   move "MENU G CATEGORIAS" to funcao_pedida
               when "U"
               when "u"
                   move 3 to perfil_exigido
                   move "MENU U OPERADORES" to funcao_pedida
               when "X"
               when "x"
                   move 2 to perfil_exigido
                   move "MENU X EXTRATO" to funcao_pedida
               when other
                   continue
           end-evaluate
           if perfil_exigido > 1
               perform verifica_perfil
               if acesso_liberado = "N"
                   move spaces to opcao_menu
               end-if
           end-if
           .
       confere_perfil_menu-exit.
           exit.
      *----------------------fim verifica perfil------------------------

      *    resumo numerico da senha digitada, misturado com o codigo do
      *    operador para a mesma senha nao dar o mesmo resumo em dois
      *    operadores; so o resumo fica gravado no OPEPIZZA
       calcula_resumo_senha section.
           move spaces to senha_texto
           string
               operador       delimited by size
               senha_digitada delimited by size
               into senha_texto
           end-string
           move 7 to senha_resumo
           perform varying senha_ind from 1 by 1 until senha_ind > 30
               compute senha_resumo = function mod(
                   senha_resumo * 31
                   + function ord(senha_texto(senha_ind:1)),
                   999999937)
           end-perform
           .
       calcula_resumo_senha-exit.
           exit.

      *--------------------manutencao de operadores---------------------
      *    inclusao, alteracao (nome, senha, perfil e ativo) e listagem
      *    do OPEPIZZA; o arquivo e reaberto para gravacao so enquanto
      *    dura a manutencao
       manutencao_operadores section.
           close ope-arquivo
           open i-o ope-arquivo
           move spaces to opcao_operador
           perform until opcao_operador = "0"
               display " "
               display "--- cadastro de operadores ---"
               display "I - incluir"
               display "A - alterar (nome, senha, perfil, ativo)"
               display "L - listar"
               display "0 - voltar"
               display "Informe a opcao: "
               accept opcao_operador

               evaluate opcao_operador
                   when "I"
                   when "i"
                       perform inclui_operador
                   when "A"
                   when "a"
                       perform altera_operador
                   when "L"
                   when "l"
                       perform lista_operadores
                   when "0"
                       continue
                   when other
                       display "Opcao invalida."
               end-evaluate
           end-perform
           close ope-arquivo
           open input ope-arquivo
           .
       manutencao_operadores-exit.
           exit.
      *-----------------fim manutencao de operadores--------------------

      *    inclui um operador; com ope_perfil_fixo informado (o
      *    primeiro supervisor) o perfil nao e perguntado
       inclui_operador section.
           display "Informe o codigo do operador (em branco cancela): "
           accept ope_codigo_novo
           if ope_codigo_novo = spaces
               display "Inclusao cancelada."
           else
               move ope_codigo_novo to ope-codigo
               read ope-arquivo
                   invalid key
                       perform pede_dados_operador
                   not invalid key
                       display "Operador ja cadastrado."
               end-read
           end-if
           .
       inclui_operador-exit.
           exit.

       pede_dados_operador section.
           move spaces to ope-registro
           move ope_codigo_novo to ope-codigo
           display "Informe o nome do operador "
           accept ope-nome
           perform pede_senha_operador
           if ope_perfil_fixo not = 0
               move ope_perfil_fixo to ope-perfil
           else
               perform pede_perfil_operador
           end-if
           move "S" to ope-ativo
           write ope-registro
               invalid key
                   display "Falha ao gravar o operador (status "
                       ope-status ")"
               not invalid key
                   display "Operador incluido."
           end-write
           .
       pede_dados_operador-exit.
           exit.

      *    pede a senha duas vezes e grava o resumo em ope-registro
       pede_senha_operador section.
           move "N" to senha_conferida
           perform until senha_conferida = "S"
               display "Informe a senha "
               accept senha_digitada
               display "Repita a senha "
               accept senha_confirmacao
               if senha_digitada = spaces
                   display "A senha nao pode ficar em branco."
               else
                   if senha_digitada not = senha_confirmacao
                       display "As senhas nao conferem."
                   else
                       move "S" to senha_conferida
                   end-if
               end-if
           end-perform
      *    o resumo leva o codigo do operador que esta sendo gravado
           move operador to ope_codigo_sessao
           move ope-codigo to operador
           perform calcula_resumo_senha
           move ope_codigo_sessao to operador
           move senha_resumo to ope-senha-resumo
           .
       pede_senha_operador-exit.
           exit.

       pede_perfil_operador section.
           move 0 to ope-perfil
           perform until ope-perfil >= 1 and ope-perfil <= 3
               display "Perfil: 1 consulta, 2 cadastro, 3 supervisor: "
               accept ope-perfil
           end-perform
           .
       pede_perfil_operador-exit.
           exit.

      *    o operador da sessao nao altera o proprio perfil nem se
      *    desativa, para o cadastro nao ficar sem supervisor
       altera_operador section.
           display "Informe o codigo do operador "
           accept ope-codigo
           read ope-arquivo
               invalid key
                   display "Operador nao cadastrado."
               not invalid key
                   move ope-perfil to perfil_exigido
                   perform descreve_perfil
                   display "Nome:   " ope-nome
                   display "Perfil: " perfil_descricao
                   display "Ativo:  " ope-ativo
                   display "Informe o novo nome (em branco mantem) "
                   accept ope_nome_novo
                   if ope_nome_novo not = spaces
                       move ope_nome_novo to ope-nome
                   end-if
                   display "Trocar a senha? ('S'/'N') "
                   accept opcao_confirma
                   if opcao_confirma = "S" or opcao_confirma = "s"
                       perform pede_senha_operador
                   end-if
                   if ope-codigo = operador
                       display "Perfil e situacao do proprio operador "
                           "nao mudam aqui."
                   else
                       perform pede_perfil_operador
                       display "Operador ativo? ('S'/'N') "
                       accept ope-ativo
                       if ope-ativo = "s"
                           move "S" to ope-ativo
                       end-if
                       if ope-ativo not = "S"
                           move "N" to ope-ativo
                       end-if
                   end-if
                   rewrite ope-registro
                       invalid key
                           display "Falha ao regravar o operador "
                               "(status " ope-status ")"
                       not invalid key
                           display "Operador alterado."
                   end-rewrite
           end-read
           .
       altera_operador-exit.
           exit.

       lista_operadores section.
           move 0 to ope_listados
           move low-values to ope-codigo
           start ope-arquivo key is not less than ope-codigo
               invalid key
                   move "23" to ope-status
           end-start
           display " "
           display "--- operadores cadastrados ---"
           perform until ope-status <> "00"
               read ope-arquivo next record
                   at end move "10" to ope-status
               end-read
               if ope-status = "00"
                   move ope-perfil to perfil_exigido
                   perform descreve_perfil
                   display ope-codigo " - " ope-nome " - "
                       perfil_descricao " - ativo " ope-ativo
                   add 1 to ope_listados
               end-if
           end-perform
           display ope_listados " operadores listados."
           .
       lista_operadores-exit.
           exit.

      *-------------------carrega backup no catalogo--------------------
      *    recria o CADPIZZA com o conteudo do backup ja aberto em
      *    bkp-arquivo; comum a reconstrucao e a recuperacao ate uma
      *    data-hora, deixa o CADPIZZA fechado e as contagens em
      *    bkp_contagem/bkp_erros
       carrega_backup_catalogo section.
           move 0 to bkp_contagem
           move 0 to bkp_erros
           close cad-arquivo
           open output cad-arquivo

           perform until bkp-status <> "00"
               read bkp-arquivo
                   at end move "10" to bkp-status
               end-read
               if bkp-status = "00"
                   and bkp-registro not = spaces
                   move bkp-registro to cad-pizza-registro
      *            backups gravados antes da data de coleta e da
      *            categoria sao mais curtos: a cauda do registro chega
      *            em branco e vira zero aqui, para nao alcancar
      *            comparacao numerica
                   if cad-pizza-registro(51:8) = spaces
                       move 0 to cad-data-preco
                   end-if
                   if cad-pizza-registro(59:2) = spaces
                       move 0 to cad-categoria
                   end-if
                   write cad-pizza-registro
                       invalid key
                           add 1 to bkp_erros
                           display "Registro duplicado no backup: "
                               cad-chave " - " cad-estabelecimento
                       not invalid key
                           add 1 to bkp_contagem
                   end-write
               end-if
           end-perform

           close cad-arquivo
           display "Registros reconstruidos: " bkp_contagem
           display "Registros recusados:     " bkp_erros
           .
       carrega_backup_catalogo-exit.
           exit.
      *----------------fim carrega backup no catalogo-------------------

      *---------------------recuperacao ate data-hora-------------------
      *    recupera o CADPIZZA como estava numa data-hora: reconstroi
      *    a partir de um backup datado e reaplica o jornal AUDPIZZA
      *    (I, A, E e M) a partir da descarga daquele backup ate a
      *    data-hora informada ou ate o fim do jornal; os eventos que
      *    nao se encaixam no registro encontrado sao listados e nao
      *    aplicados
       recupera_catalogo_data section.
           move "S" to rcp_segue
           if sessao_leitura = "S"
               perform avisa_somente_consulta
               move "N" to rcp_segue
               move "99" to bkp-status
           end-if

           if rcp_segue = "S"
               perform pede_nome_backup
               open input bkp-arquivo
               if bkp-status not = "00"
                   display "Arquivo de backup nao encontrado "
                       "(status " bkp-status ")"
                   move "N" to rcp_segue
               end-if
           end-if

      *    o ponto de partida e o evento B da descarga deste backup;
      *    backup sem esse evento (anterior ao registro das descargas
      *    no jornal) pede a data-hora da descarga
           if rcp_segue = "S"
               perform localiza_descarga_jornal
               if rcp_linha_inicio = 0
                   perform pede_inicio_recuperacao
               else
                   display "Descarga registrada no jornal em "
                       rcp_inicio
               end-if
           end-if

           if rcp_segue = "S"
               perform pede_limite_recuperacao
               display "A recuperacao substitui todo o conteudo "
                   "atual do CADPIZZA. Continuar? ('S'/'N') "
               accept opcao_confirma
               if opcao_confirma not = "S"
                   and opcao_confirma not = "s"
                   move "N" to rcp_segue
               end-if
           end-if

           if rcp_segue = "N"
               if bkp-status = "00"
                   close bkp-arquivo
                   display "Recuperacao cancelada."
               end-if
           else
               perform carrega_backup_catalogo
               close bkp-arquivo

               open i-o cad-arquivo
               perform reaplica_jornal
               close cad-arquivo

      *        recarrega o catalogo em memoria do arquivo recuperado
               perform limpa_vetor
               perform carrega_catalogo

               display " "
               display "--- recuperacao do catalogo ---"
               display "Eventos do jornal lidos:  " rcp_lidos
               display "Inclusoes aplicadas:      " rcp_inclusoes
               display "Alteracoes aplicadas:     " rcp_alteracoes
               display "Exclusoes aplicadas:      " rcp_exclusoes
               display "Movidas aplicadas:        " rcp_movidas
               display "Eventos nao aplicados:    " rcp_divergentes

      *        um evento P marca no jornal que o catalogo foi
      *        substituido pelo backup reaplicado ate o limite
               move "*RECUPERACAO*" to aud_evento_nome
               move spaces to aud_evento_estabelecimento
               move "P" to aud_acao
               move bkp-nome-arquivo to aud_antes
               move spaces to aud_depois
               if rcp_data_limite = 0
                   move "ATE O FIM DO JORNAL" to aud_depois
               else
                   string
                       "ATE "     delimited by size
                       rcp_limite delimited by size
                       into aud_depois
                   end-string
               end-if
               perform grava_auditoria_evento
           end-if
           .
       recupera_catalogo_data-exit.
           exit.
      *------------------fim recuperacao ate data-hora------------------

       pede_inicio_recuperacao section.
           display "A descarga de " function trim(bkp-nome-arquivo)
               " nao consta do jornal."
           display "Informe a data da descarga (AAAAMMDD, zero "
               "cancela): "
           accept rcp_data_inicio
           if rcp_data_inicio = 0
               move "N" to rcp_segue
           else
               display "Informe a hora da descarga (HHMMSS): "
               accept rcp_hora_inicio
               move spaces to rcp_inicio
               string
                   rcp_data_inicio delimited by size
                   "-"             delimited by size
                   rcp_hora_inicio delimited by size
                   into rcp_inicio
               end-string
           end-if
           .
       pede_inicio_recuperacao-exit.
           exit.

       pede_limite_recuperacao section.
           display "Recuperar ate a data (AAAAMMDD, zero = fim do "
               "jornal): "
           accept rcp_data_limite
           if rcp_data_limite = 0
               move high-values to rcp_limite
           else
               display "Recuperar ate a hora (HHMMSS): "
               accept rcp_hora_limite
               move spaces to rcp_limite
               string
                   rcp_data_limite delimited by size
                   "-"             delimited by size
                   rcp_hora_limite delimited by size
                   into rcp_limite
               end-string
           end-if
           .
       pede_limite_recuperacao-exit.
           exit.

      *    primeira passada no jornal: linha e data-hora do ultimo
      *    evento B (descarga) gravado com o nome deste backup
       localiza_descarga_jornal section.
           move 0 to rcp_linha_inicio
           move 0 to rcp_linha
           move spaces to rcp_inicio
           open input aud-arquivo
           if aud-status = "00"
               perform until aud-status <> "00"
                   read aud-arquivo
                       at end move "10" to aud-status
                   end-read
                   if aud-status = "00"
                       add 1 to rcp_linha
                       if aud-acao = "B"
                           and aud-antes = bkp-nome-arquivo
                           move rcp_linha to rcp_linha_inicio
                           move aud-data-hora to rcp_inicio
                       end-if
                   end-if
               end-perform
               close aud-arquivo
           end-if
           .
       localiza_descarga_jornal-exit.
           exit.

      *-------------------------reaplica jornal-------------------------
      *    segunda passada: reaplica no CADPIZZA recem-carregado os
      *    eventos posteriores a descarga, parando no primeiro evento
      *    alem do limite
       reaplica_jornal section.
           move 0 to rcp_linha
           move 0 to rcp_lidos
           move 0 to rcp_inclusoes
           move 0 to rcp_alteracoes
           move 0 to rcp_exclusoes
           move 0 to rcp_movidas
           move 0 to rcp_divergentes
           open input aud-arquivo
           if aud-status = "00"
               perform until aud-status <> "00"
                   read aud-arquivo
                       at end move "10" to aud-status
                   end-read
                   if aud-status = "00"
                       add 1 to rcp_linha
                       if aud-data-hora > rcp_limite
                           move "10" to aud-status
                       else
                           if (rcp_linha_inicio > 0
                                   and rcp_linha > rcp_linha_inicio)
                               or (rcp_linha_inicio = 0
                                   and aud-data-hora > rcp_inicio)
                               perform reaplica_evento
                           end-if
                       end-if
                   end-if
               end-perform
               close aud-arquivo
           end-if
           .
       reaplica_jornal-exit.
           exit.
      *----------------------fim reaplica jornal------------------------

      *    aplica um evento do jornal; sessoes, logins, acessos e
      *    descargas nao mexem no catalogo e sao ignorados
       reaplica_evento section.
           move spaces to rcp_motivo
           evaluate aud-acao
               when "I"
                   add 1 to rcp_lidos
                   perform reaplica_inclusao
               when "A"
                   add 1 to rcp_lidos
                   perform reaplica_alteracao
               when "E"
                   add 1 to rcp_lidos
                   perform reaplica_exclusao
               when "M"
                   add 1 to rcp_lidos
                   perform reaplica_movida
               when "R"
               when "P"
                   add 1 to rcp_lidos
                   move "CATALOGO SUBSTITUIDO NO INTERVALO"
                       to rcp_motivo
               when other
                   continue
           end-evaluate
           if rcp_motivo not = spaces
               add 1 to rcp_divergentes
               display "Nao aplicado: " aud-data-hora " " aud-acao
                   " " aud-nome " " aud-estabelecimento " - "
                   function trim(rcp_motivo)
           end-if
           .
       reaplica_evento-exit.
           exit.

      *    monta em cad-pizza-registro a imagem "depois" do evento
       monta_registro_jornal section.
           move aud-depois to rcp_campos
           move rcp_preco    to cad-preco-pizza
           move rcp_imposto  to cad-imposto-percentual
           move rcp_desconto to cad-desconto-percentual
           move rcp_cm2      to cad-preco-cm2
      *    eventos gravados antes do complemento nao trazem a data de
      *    coleta nem a categoria: a data e a do proprio evento e a
      *    categoria fica a do registro encontrado
           if aud-complemento = spaces
               move aud-data-hora(1:8) to cad-data-preco
           else
               move aud-complemento to rcp_complemento
               move rcp_data_preco to cad-data-preco
               move rcp_categoria  to cad-categoria
           end-if
           .
       monta_registro_jornal-exit.
           exit.

       posiciona_chave_jornal section.
           move aud-depois to rcp_campos
           move aud-nome to cad-chave
           move aud-estabelecimento to cad-estabelecimento
           move rcp_diametro to cad-diametro
           .
       posiciona_chave_jornal-exit.
           exit.

       reaplica_inclusao section.
           perform posiciona_chave_jornal
           read cad-arquivo
               invalid key
                   move 0 to cad-categoria
                   perform monta_registro_jornal
                   write cad-pizza-registro
                       invalid key
                           move "FALHA NA GRAVACAO" to rcp_motivo
                       not invalid key
                           add 1 to rcp_inclusoes
                   end-write
               not invalid key
                   move "INCLUSAO DE CHAVE JA EXISTENTE" to rcp_motivo
           end-read
           .
       reaplica_inclusao-exit.
           exit.

      *    a alteracao so e aplicada quando a imagem "antes" do jornal
      *    confere com o registro encontrado
       reaplica_alteracao section.
           perform posiciona_chave_jornal
           read cad-arquivo
               invalid key
                   move "ALTERACAO DE CHAVE INEXISTENTE" to rcp_motivo
               not invalid key
                   perform monta_campos_auditoria
                   if aud_campos not = aud-antes
                       move "ANTES DIFERE DO REGISTRO" to rcp_motivo
                   else
                       perform monta_registro_jornal
                       rewrite cad-pizza-registro
                           invalid key
                               move "FALHA NA REGRAVACAO"
                                   to rcp_motivo
                           not invalid key
                               add 1 to rcp_alteracoes
                       end-rewrite
                   end-if
           end-read
           .
       reaplica_alteracao-exit.
           exit.

      *    a exclusao guarda a imagem no "antes"; o diametro da chave
      *    vem dali
       reaplica_exclusao section.
           move aud-antes to rcp_campos
           move aud-nome to cad-chave
           move aud-estabelecimento to cad-estabelecimento
           move rcp_diametro to cad-diametro
           read cad-arquivo
               invalid key
                   move "EXCLUSAO DE CHAVE INEXISTENTE" to rcp_motivo
               not invalid key
                   perform monta_campos_auditoria
                   if aud_campos not = aud-antes
                       move "ANTES DIFERE DO REGISTRO" to rcp_motivo
                   else
                       delete cad-arquivo record
                           invalid key
                               move "FALHA NA EXCLUSAO" to rcp_motivo
                           not invalid key
                               add 1 to rcp_exclusoes
                       end-delete
                   end-if
           end-read
           .
       reaplica_exclusao-exit.
           exit.

      *    a movida de grafia tem a grafia de origem no "antes" e a
      *    de destino na chave do evento
       reaplica_movida section.
           perform posiciona_chave_jornal
           read cad-arquivo
               invalid key
                   continue
               not invalid key
                   move "DESTINO DA MOVIDA JA EXISTE" to rcp_motivo
           end-read
           if rcp_motivo = spaces
               move aud-antes to cad-estabelecimento
               read cad-arquivo
                   invalid key
                       move "ORIGEM DA MOVIDA INEXISTENTE"
                           to rcp_motivo
                   not invalid key
                       delete cad-arquivo record
                           invalid key
                               continue
                       end-delete
                       move aud-estabelecimento to cad-estabelecimento
                       perform monta_registro_jornal
                       write cad-pizza-registro
                           invalid key
                               move "FALHA NA GRAVACAO" to rcp_motivo
                           not invalid key
                               add 1 to rcp_movidas
                       end-write
               end-read
           end-if
           .
       reaplica_movida-exit.
           exit.

      *----------------------verifica integridade-----------------------
      *    confere se os cadastros ainda concordam entre si: lojas e
      *    categorias das pizzas contra o ESTPIZZA e o CATPIZZA, o
      *    ULTPIZZA contra o CADPIZZA (orfaos e faltantes) e contra a
      *    ultima linha do HISTPIZZA de cada chave, e lojas/categorias
      *    que nenhuma pizza usa; corrige, confirmado, os casos seguros
      *    (entrada do ULTPIZZA faltante ou desatualizada), com cada
      *    correcao no jornal (acao U)
       verifica_integridade section.
           move 0 to itg_est_ausente
           move 0 to itg_est_inativo
           move 0 to itg_cat_ausente
           move 0 to itg_ult_orfao
           move 0 to itg_ult_falta
           move 0 to itg_ult_divergente
           move 0 to itg_est_sem_uso
           move 0 to itg_cat_sem_uso
           move 0 to itg_corrigidos
           move 0 to itg_excedentes

           display " "
           display "--- verificacao de integridade dos cadastros ---"
      *    cadastros desta execucao so chegam ao HISTPIZZA e ao
      *    ULTPIZZA no encerramento; no lote nenhum cadastro vem depois
      *    deste passo, entao o historico e gravado agora (uma unica
      *    vez); no terminal o historico fica para o encerramento e
      *    faltantes e divergencias do ULTPIZZA nao sao conferidos
           move "N" to itg_sem_historico
           if houve_cadastro = "S"
               if modo_lote = "S"
                   perform grava_historico
                   move "N" to houve_cadastro
                   display "Historico desta execucao gravado antes "
                       "da conferencia."
               else
                   move "S" to itg_sem_historico
               end-if
           end-if
           perform carrega_estabelecimentos_integridade
           perform carrega_categorias_integridade
           perform confronta_catalogo_ultimos
           if ult_disponivel = "S"
               if itg_sem_historico = "N"
                   perform confronta_historico_ultimos
               else
                   move spaces to linha_integridade
                   string
                       "Sessao com cadastros ainda fora do historico:"
                                               delimited by size
                       " faltantes no ULTPIZZA e ULTPIZZA x "
                                               delimited by size
                       "HISTPIZZA so valem apos o encerramento"
                                               delimited by size
                       into linha_integridade
                   end-string
                   perform registra_linha_integridade
               end-if
               perform lista_ultimos_integridade
           else
               move spaces to linha_integridade
               string
                   "ULTPIZZA indisponivel: orfaos, faltantes e "
                                               delimited by size
                   "historico nao conferidos"  delimited by size
                   into linha_integridade
               end-string
               perform registra_linha_integridade
           end-if
           perform lista_cadastros_sem_uso

           compute itg_problemas = itg_est_ausente + itg_est_inativo
               + itg_cat_ausente + itg_ult_orfao + itg_ult_falta
               + itg_ult_divergente
           compute itg_corrigiveis = itg_ult_falta + itg_ult_divergente

           display " "
           display "Pizzas com loja fora do ESTPIZZA:     "
               itg_est_ausente
           display "Pizzas com loja inativa:              "
               itg_est_inativo
           display "Pizzas com categoria fora do CATPIZZA:"
               itg_cat_ausente
           display "ULTPIZZA sem pizza no catalogo:       "
               itg_ult_orfao
           display "Pizzas sem entrada no ULTPIZZA:       "
               itg_ult_falta
           display "ULTPIZZA diferente do HISTPIZZA:      "
               itg_ult_divergente
           display "Estabelecimentos sem pizza:           "
               itg_est_sem_uso
           display "Categorias sem pizza:                 "
               itg_cat_sem_uso
           if itg_excedentes > 0
               display "Chaves alem da capacidade da conferencia: "
                   itg_excedentes
           end-if
           if itg_problemas = 0
               display "Cadastros consistentes."
           end-if

           if itg_corrigiveis > 0
               perform decide_correcao_integridade
               if itg_corrigir = "S"
                   perform corrige_ultimos_integridade
                   display "Entradas do ULTPIZZA corrigidas: "
                       itg_corrigidos
               end-if
           end-if
           .
       verifica_integridade-exit.
           exit.
      *-------------------fim verifica integridade----------------------

      *    a correcao regrava o ULTPIZZA: pede sessao gravadora e perfil
      *    supervisor; no lote vale o INTEGRIDADE=C do controle, cujo
      *    perfil ja foi conferido na identificacao
       decide_correcao_integridade section.
           move "N" to itg_corrigir
           if modo_lote = "S"
               if ctl_integridade = "C"
                   move "S" to itg_corrigir
               end-if
           else
               if sessao_leitura = "S" or perfil_operador < 3
                   display "A correcao do ULTPIZZA exige o perfil "
                       "supervisor numa sessao gravadora."
               else
                   display "Corrigir as " itg_corrigiveis
                       " entradas do ULTPIZZA? ('S'/'N') "
                   accept opcao_confirma
                   if opcao_confirma = "S" or opcao_confirma = "s"
                       move "S" to itg_corrigir
                   end-if
               end-if
           end-if
           .
       decide_correcao_integridade-exit.
           exit.

      *    mostra a linha da conferencia; no lote ela vai tambem para
      *    o LOGPIZZA
       registra_linha_integridade section.
           display function trim(linha_integridade)
           if modo_lote = "S"
               move linha_integridade to log_linha
               perform grava_log
           end-if
           move spaces to linha_integridade
           .
       registra_linha_integridade-exit.
           exit.

       carrega_estabelecimentos_integridade section.
           move 0 to qtd_itg_est
           move 0 to est-codigo
           start est-arquivo key is not less than est-codigo
               invalid key
                   move "23" to est-status
           end-start
           perform until est-status <> "00"
               read est-arquivo next record
                   at end move "10" to est-status
               end-read
               if est-status = "00" and qtd_itg_est < 999
                   add 1 to qtd_itg_est
                   move est-nome   to ite_nome(qtd_itg_est)
                   move est-codigo to ite_codigo(qtd_itg_est)
                   move est-ativo  to ite_ativo(qtd_itg_est)
                   move "N"        to ite_usado(qtd_itg_est)
               end-if
           end-perform
           .
       carrega_estabelecimentos_integridade-exit.
           exit.

       carrega_categorias_integridade section.
           perform varying itc_ind from 1 by 1 until itc_ind > 99
               move "N" to itc_existe(itc_ind)
               move "N" to itc_usada(itc_ind)
               move spaces to itc_descricao(itc_ind)
           end-perform
           move 0 to cat-codigo
           start cat-arquivo key is not less than cat-codigo
               invalid key
                   move "23" to cat-status
           end-start
           perform until cat-status <> "00"
               read cat-arquivo next record
                   at end move "10" to cat-status
               end-read
               if cat-status = "00" and cat-codigo > 0
                   move "S" to itc_existe(cat-codigo)
                   move cat-descricao to itc_descricao(cat-codigo)
               end-if
           end-perform
           .
       carrega_categorias_integridade-exit.
           exit.

      *--------------------confronta catalogo e ultimos-----------------
      *    casamento em ordem de chave do CADPIZZA com o ULTPIZZA (as
      *    duas chaves sao nome + loja + diametro): chave so no
      *    catalogo falta no ULTPIZZA (F), so no ULTPIZZA e orfa (O),
      *    nas duas e conferida depois contra o historico (V); a tabela
      *    sai em ordem de chave para a busca binaria do historico
       confronta_catalogo_ultimos section.
           move 0 to qtd_itg_ult
           move spaces to cad-chave-composta
           start cad-arquivo key is not less than cad-chave-composta
               invalid key
                   move "23" to cad-status
           end-start
           perform le_catalogo_integridade

           move high-values to itg_chave_ult
           if ult_disponivel = "S"
               move low-values to ult-chave
               start ult-arquivo key is not less than ult-chave
                   invalid key
                       move "23" to ult-status
               end-start
               perform le_ultimo_integridade
           end-if

           perform until itg_chave_cad = high-values
               and itg_chave_ult = high-values
               evaluate true
                   when itg_chave_cad < itg_chave_ult
                       perform confere_pizza_integridade
                       if ult_disponivel = "S"
                           move "F" to itg_situacao
                           perform guarda_chave_integridade
                       end-if
                       perform le_catalogo_integridade
                   when itg_chave_cad = itg_chave_ult
                       perform confere_pizza_integridade
                       move "V" to itg_situacao
                       perform guarda_chave_integridade
                       perform le_catalogo_integridade
                       perform le_ultimo_integridade
                   when other
                       move "O" to itg_situacao
                       perform guarda_chave_integridade
                       perform le_ultimo_integridade
               end-evaluate
           end-perform
           .
       confronta_catalogo_ultimos-exit.
           exit.
      *-----------------fim confronta catalogo e ultimos----------------

       le_catalogo_integridade section.
           move high-values to itg_chave_cad
           if cad-status = "00"
               read cad-arquivo next record
                   at end move "10" to cad-status
               end-read
               if cad-status = "00"
                   move cad-chave-composta to itg_chave_cad
               end-if
           end-if
           .
       le_catalogo_integridade-exit.
           exit.

       le_ultimo_integridade section.
           move high-values to itg_chave_ult
           if ult-status = "00"
               read ult-arquivo next record
                   at end move "10" to ult-status
               end-read
               if ult-status = "00"
                   move ult-chave to itg_chave_ult
               end-if
           end-if
           .
       le_ultimo_integridade-exit.
           exit.

      *    loja e categoria da pizza corrente do CADPIZZA
       confere_pizza_integridade section.
           move "N" to itg_achou
           perform varying ite_ind from 1 by 1
               until ite_ind > qtd_itg_est or itg_achou = "S"
               if ite_nome(ite_ind) = cad-estabelecimento
                   move "S" to itg_achou
                   move "S" to ite_usado(ite_ind)
                   if ite_ativo(ite_ind) not = "S"
                       add 1 to itg_est_inativo
                       move "LOJA INATIVA" to itg_rotulo
                       perform lista_pizza_integridade
                   end-if
               end-if
           end-perform
           if itg_achou = "N"
               add 1 to itg_est_ausente
               move "LOJA FORA DO ESTPIZZA" to itg_rotulo
               perform lista_pizza_integridade
           end-if

           if cad-categoria > 0
               if itc_existe(cad-categoria) = "S"
                   move "S" to itc_usada(cad-categoria)
               else
                   add 1 to itg_cat_ausente
                   move "CATEGORIA FORA DO CATPIZZA" to itg_rotulo
                   perform lista_pizza_integridade
               end-if
           end-if
           .
       confere_pizza_integridade-exit.
           exit.

       lista_pizza_integridade section.
           move spaces to linha_integridade
           string
               itg_rotulo          delimited by "  "
               ": "                delimited by size
               cad-chave           delimited by size
               " - "               delimited by size
               cad-estabelecimento delimited by size
               " - "               delimited by size
               cad-diametro        delimited by size
               " - categoria "     delimited by size
               cad-categoria       delimited by size
               into linha_integridade
           end-string
           perform registra_linha_integridade
           .
       lista_pizza_integridade-exit.
           exit.

      *    guarda a chave corrente do casamento na tabela de conferencia
       guarda_chave_integridade section.
           if qtd_itg_ult >= 2000
               add 1 to itg_excedentes
           else
               add 1 to qtd_itg_ult
               move itg_situacao to itu_situacao(qtd_itg_ult)
               move "N" to itu_hist_achou(qtd_itg_ult)
               if itg_situacao = "O"
                   move itg_chave_ult to itu_chave(qtd_itg_ult)
               else
                   move itg_chave_cad to itu_chave(qtd_itg_ult)
                   move cad-preco-cm2 to itu_cad_cm2(qtd_itg_ult)
                   move cad-data-preco to itu_cad_data(qtd_itg_ult)
               end-if
               if itg_situacao not = "F"
                   move ult-preco-cm2 to itu_ult_cm2(qtd_itg_ult)
                   move ult-data-hora
                       to itu_ult_data_hora(qtd_itg_ult)
               end-if
           end-if
           .
       guarda_chave_integridade-exit.
           exit.

      *    o historico e cronologico: a ultima linha de cada chave
      *    guardada e a que vale
       confronta_historico_ultimos section.
           open input hist-arquivo
           if hist-status = "00"
               perform until hist-status <> "00"
                   read hist-arquivo
                       at end move "10" to hist-status
                   end-read
                   if hist-status = "00"
                       and hist-registro not = spaces
                       move hist-nome to itg_busca_nome
                       move hist-estabelecimento
                           to itg_busca_estabelecimento
                       move hist-diametro to itg_busca_diametro
                       perform busca_chave_integridade
                       if itu_ind > 0
                           move "S" to itu_hist_achou(itu_ind)
                           compute itu_hist_cm2(itu_ind) =
                               function numval(hist-preco-cm2)
                           move hist-data-hora
                               to itu_hist_data_hora(itu_ind)
                       end-if
                   end-if
               end-perform
               close hist-arquivo
           end-if
           .
       confronta_historico_ultimos-exit.
           exit.

      *    busca binaria de itg_busca_chave na tabela de conferencia;
      *    itu_ind fica zero quando a chave nao esta la
       busca_chave_integridade section.
           move 0 to itu_ind
           move 1 to itg_baixo
           move qtd_itg_ult to itg_alto
           perform until itg_baixo > itg_alto or itu_ind > 0
               compute itg_meio = (itg_baixo + itg_alto) / 2
               evaluate true
                   when itu_chave(itg_meio) = itg_busca_chave
                       move itg_meio to itu_ind
                   when itu_chave(itg_meio) < itg_busca_chave
                       compute itg_baixo = itg_meio + 1
                   when other
                       compute itg_alto = itg_meio - 1
               end-evaluate
           end-perform
           .
       busca_chave_integridade-exit.
           exit.

      *    lista orfaos, faltantes e divergentes; a divergente passa a
      *    situacao D para a correcao
       lista_ultimos_integridade section.
           perform varying itu_ind from 1 by 1
               until itu_ind > qtd_itg_ult
               evaluate itu_situacao(itu_ind)
                   when "O"
                       add 1 to itg_ult_orfao
                       move "ULTPIZZA SEM PIZZA" to itg_rotulo
                       perform lista_ultimo_integridade
                   when "F"
                       if itg_sem_historico = "N"
                           add 1 to itg_ult_falta
                           move "PIZZA SEM ULTPIZZA" to itg_rotulo
                           perform lista_ultimo_integridade
                       end-if
                   when "V"
                       if itg_sem_historico = "N"
                           and itu_hist_achou(itu_ind) = "S"
                           and (itu_ult_cm2(itu_ind)
                                   not = itu_hist_cm2(itu_ind)
                               or itu_ult_data_hora(itu_ind)
                                   not = itu_hist_data_hora(itu_ind))
                           move "D" to itu_situacao(itu_ind)
                           add 1 to itg_ult_divergente
                           move "ULTPIZZA DIFERE DO HISTPIZZA"
                               to itg_rotulo
                           perform lista_ultimo_integridade
                       end-if
               end-evaluate
           end-perform
           .
       lista_ultimos_integridade-exit.
           exit.

       lista_ultimo_integridade section.
           move spaces to linha_integridade
           if itu_situacao(itu_ind) = "D"
               move itu_ult_cm2(itu_ind) to form-itg-ult
               move itu_hist_cm2(itu_ind) to form-itg-hist
               string
                   itg_rotulo                  delimited by "  "
                   ": "                        delimited by size
                   itu_nome(itu_ind)           delimited by size
                   " - "                       delimited by size
                   itu_estabelecimento(itu_ind) delimited by size
                   " - "                       delimited by size
                   itu_diametro(itu_ind)       delimited by size
                   " - ULT "                   delimited by size
                   form-itg-ult                delimited by size
                   " "                         delimited by size
                   itu_ult_data_hora(itu_ind)  delimited by size
                   " HIST "                    delimited by size
                   form-itg-hist               delimited by size
                   " "                         delimited by size
                   itu_hist_data_hora(itu_ind) delimited by size
                   into linha_integridade
               end-string
           else
               string
                   itg_rotulo                  delimited by "  "
                   ": "                        delimited by size
                   itu_nome(itu_ind)           delimited by size
                   " - "                       delimited by size
                   itu_estabelecimento(itu_ind) delimited by size
                   " - "                       delimited by size
                   itu_diametro(itu_ind)       delimited by size
                   into linha_integridade
               end-string
           end-if
           perform registra_linha_integridade
           .
       lista_ultimo_integridade-exit.
           exit.

       lista_cadastros_sem_uso section.
           perform varying ite_ind from 1 by 1
               until ite_ind > qtd_itg_est
               if ite_usado(ite_ind) = "N"
                   add 1 to itg_est_sem_uso
                   move spaces to linha_integridade
                   string
                       "LOJA SEM PIZZA: "   delimited by size
                       ite_codigo(ite_ind)  delimited by size
                       " - "                delimited by size
                       ite_nome(ite_ind)    delimited by size
                       " - ativo "          delimited by size
                       ite_ativo(ite_ind)   delimited by size
                       into linha_integridade
                   end-string
                   perform registra_linha_integridade
               end-if
           end-perform
           perform varying itc_ind from 1 by 1 until itc_ind > 99
               if itc_existe(itc_ind) = "S"
                   and itc_usada(itc_ind) = "N"
                   add 1 to itg_cat_sem_uso
                   move spaces to linha_integridade
                   string
                       "CATEGORIA SEM PIZZA: " delimited by size
                       itc_ind                 delimited by size
                       " - "                   delimited by size
                       itc_descricao(itc_ind)  delimited by size
                       into linha_integridade
                   end-string
                   perform registra_linha_integridade
               end-if
           end-perform
           .
       lista_cadastros_sem_uso-exit.
           exit.

      *--------------------corrige ultimos integridade------------------
      *    regrava a entrada faltante ou desatualizada do ULTPIZZA com a
      *    ultima linha do HISTPIZZA da chave; pizza que ainda nao tem
      *    historico recebe o preco por cm2 do proprio catalogo
       corrige_ultimos_integridade section.
           perform varying itu_ind from 1 by 1
               until itu_ind > qtd_itg_ult
               if itu_situacao(itu_ind) = "F"
                   or itu_situacao(itu_ind) = "D"
                   perform corrige_ultimo_integridade
               end-if
           end-perform
           .
       corrige_ultimos_integridade-exit.
           exit.
      *-----------------fim corrige ultimos integridade-----------------

       corrige_ultimo_integridade section.
           move itu_chave(itu_ind) to ult-chave
           if itu_hist_achou(itu_ind) = "S"
               move itu_hist_cm2(itu_ind) to ult-preco-cm2
               move itu_hist_data_hora(itu_ind) to ult-data-hora
           else
               move itu_cad_cm2(itu_ind) to ult-preco-cm2
               move spaces to ult-data-hora
               string
                   itu_cad_data(itu_ind) delimited by size
                   "-000000"             delimited by size
                   into ult-data-hora
               end-string
           end-if

           move spaces to aud_antes
           if itu_situacao(itu_ind) = "F"
               move "SEM ULTPIZZA" to aud_antes
           else
               string
                   itu_ult_cm2(itu_ind)       delimited by size
                   "/"                        delimited by size
                   itu_ult_data_hora(itu_ind) delimited by size
                   into aud_antes
               end-string
           end-if
           move spaces to aud_depois
           string
               ult-preco-cm2 delimited by size
               "/"           delimited by size
               ult-data-hora delimited by size
               into aud_depois
           end-string

           move "N" to itg_gravou
           if itu_situacao(itu_ind) = "F"
               write ult-registro
                   invalid key
                       display "Falha ao incluir no ULTPIZZA (status "
                           ult-status ")"
                   not invalid key
                       move "S" to itg_gravou
               end-write
           else
               rewrite ult-registro
                   invalid key
                       display "Falha ao regravar o ULTPIZZA (status "
                           ult-status ")"
                   not invalid key
                       move "S" to itg_gravou
               end-rewrite
           end-if

           if itg_gravou = "S"
               add 1 to itg_corrigidos
               move "U" to aud_acao
               move itu_nome(itu_ind) to aud_evento_nome
               move itu_estabelecimento(itu_ind)
                   to aud_evento_estabelecimento
               perform grava_auditoria_evento
           end-if
           .
       corrige_ultimo_integridade-exit.
           exit.

      *------------------------menu do extrato--------------------------
      *    extrato de largura fixa do catalogo para o sistema de
      *    reembolso do financeiro: completo, diferencial (so o que
      *    mudou desde o ultimo extrato enviado) e o log de controle
      *    das sequencias
       menu_extrato section.
           move spaces to opcao_extrato
           perform until opcao_extrato = "0"
               display " "
               display "--- extrato para o sistema de reembolso ---"
               display "C - extrato completo do catalogo"
               display "D - extrato diferencial desde o ultimo envio"
               display "L - log de controle das sequencias"
               display "0 - voltar"
               display "Informe a opcao: "
               accept opcao_extrato

               evaluate opcao_extrato
                   when "C"
                   when "c"
                   when "D"
                   when "d"
                       if sessao_leitura = "S"
                           perform avisa_somente_consulta
                       else
                           move opcao_extrato to ext_modo
                           if ext_modo = "c"
                               move "C" to ext_modo
                           end-if
                           if ext_modo = "d"
                               move "D" to ext_modo
                           end-if
                           perform gera_extrato
                       end-if
                   when "L"
                   when "l"
                       perform lista_controle_extrato
                   when "0"
                       continue
                   when other
                       display "Opcao invalida."
               end-evaluate
           end-perform
           .
       menu_extrato-exit.
           exit.
      *---------------------fim menu do extrato-------------------------

      *--------------------------gera extrato---------------------------
      *    grava o EXTPIZZA (cabecalho, um detalhe por pizza e rodape
      *    com quantidade e totais de controle), renova a base do
      *    ultimo envio (EXBPIZZA) e acrescenta a execucao ao log de
      *    controle EXCPIZZA; ext_modo C completo, D diferencial
       gera_extrato section.
           move "S" to ext_ok
           perform proxima_sequencia_extrato
           perform carrega_estabelecimentos_integridade

      *    sem base de um envio anterior nao ha diferencial: o extrato
      *    sai completo
           if ext_modo = "D"
               open input exb-arquivo
               if exb-status not = "00"
                   display "Nao ha base de envio anterior: o extrato "
                       "sai completo."
                   move "C" to ext_modo
               end-if
           end-if
           if ext_modo = "C"
               move 0 to ext_sequencia_base
           end-if

           open output ext-arquivo
           if ext-status not = "00"
               display "Falha ao criar o EXTPIZZA (status "
                   ext-status ")"
               move "N" to ext_ok
               if ext_modo = "D"
                   close exb-arquivo
               end-if
           end-if

           if ext_ok = "S"
               open output exn-arquivo
               move 0 to ext_quantidade
               move 0 to ext_hash_preco
               move 0 to ext_hash_cm2
               move 0 to ext_inclusoes
               move 0 to ext_alteracoes
               move 0 to ext_exclusoes

               move spaces to ext-cabecalho
               move "H" to ext-cab-tipo
               accept data-sistema from date yyyymmdd
               move data-sistema to ext-cab-data
               move ext_sequencia to ext-cab-sequencia
               move operador to ext-cab-operador
               move ext_modo to ext-cab-modo
               move ext_sequencia_base to ext-cab-sequencia-base
               write ext-cabecalho

               perform casa_catalogo_extrato

               move spaces to ext-rodape
               move "T" to ext-rod-tipo
               move ext_quantidade to ext-rod-quantidade
               move ext_hash_preco to ext-rod-hash-preco
               move ext_hash_cm2 to ext-rod-hash-cm2
               write ext-rodape

               close ext-arquivo
               close exn-arquivo
               if ext_modo = "D"
                   close exb-arquivo
               end-if
               perform renova_base_extrato
               perform grava_controle_extrato

               display " "
               display "Extrato sequencia " ext_sequencia " modo "
                   ext_modo " gravado no EXTPIZZA."
               display "Registros de detalhe:   " ext_quantidade
               if ext_modo = "D"
                   display "Inclusoes:              " ext_inclusoes
                   display "Alteracoes:             " ext_alteracoes
                   display "Exclusoes:              " ext_exclusoes
               end-if
               move ext_hash_preco to form-ext-hash-preco
               move ext_hash_cm2 to form-ext-hash-cm2
               display "Total de controle preco: " form-ext-hash-preco
               display "Total de controle cm2:   " form-ext-hash-cm2
           end-if
           .
       gera_extrato-exit.
           exit.
      *-----------------------fim gera extrato--------------------------

      *    a proxima sequencia e a maior do log de controle mais um;
      *    a base do diferencial e a ultima sequencia enviada
       proxima_sequencia_extrato section.
           move 0 to ext_sequencia
           move 0 to ext_sequencia_base
           open input exc-arquivo
           if exc-status = "00"
               perform until exc-status <> "00"
                   read exc-arquivo
                       at end move "10" to exc-status
                   end-read
                   if exc-status = "00"
                       and exc-registro not = spaces
                       move exc-sequencia to ext_sequencia_base
                       if exc-sequencia > ext_sequencia
                           move exc-sequencia to ext_sequencia
                       end-if
                   end-if
               end-perform
               close exc-arquivo
           end-if
           add 1 to ext_sequencia
           .
       proxima_sequencia_extrato-exit.
           exit.

      *------------------------casa catalogo extrato--------------------
      *    percorre o CADPIZZA em ordem de chave; no diferencial casa
      *    com a base do ultimo envio (tambem em ordem de chave): chave
      *    nova vai como I, imagem diferente como A e chave que sumiu
      *    do catalogo como E, com a imagem enviada por ultimo
       casa_catalogo_extrato section.
           move spaces to cad-chave-composta
           start cad-arquivo key is not less than cad-chave-composta
               invalid key
                   move "23" to cad-status
           end-start
           perform le_catalogo_extrato

           move high-values to ext_chave_base
           if ext_modo = "D"
               perform le_base_extrato
           end-if

           perform until ext_chave_cad = high-values
               and ext_chave_base = high-values
               evaluate true
                   when ext_chave_cad < ext_chave_base
                       if ext_modo = "C"
                           move "C" to ext_acao
                       else
                           move "I" to ext_acao
                           add 1 to ext_inclusoes
                       end-if
                       move ext_imagem to ext_envio
                       perform grava_detalhe_extrato
                       perform le_catalogo_extrato
                   when ext_chave_cad = ext_chave_base
                       if ext_imagem not = exb-registro
                           move "A" to ext_acao
                           add 1 to ext_alteracoes
                           move ext_imagem to ext_envio
                           perform grava_detalhe_extrato
                       end-if
                       perform le_catalogo_extrato
                       perform le_base_extrato
                   when other
                       move exb-registro to ext_envio
                       move "E" to ext_acao
                       add 1 to ext_exclusoes
                       perform grava_detalhe_extrato
                       perform le_base_extrato
               end-evaluate
           end-perform
           .
       casa_catalogo_extrato-exit.
           exit.
      *---------------------fim casa catalogo extrato-------------------

      *    le a proxima pizza do catalogo, monta a imagem do extrato e
      *    ja a grava na nova base
       le_catalogo_extrato section.
           move high-values to ext_chave_cad
           if cad-status = "00"
               read cad-arquivo next record
                   at end move "10" to cad-status
               end-read
               if cad-status = "00"
                   move cad-chave-composta to ext_chave_cad
                   perform monta_imagem_extrato
                   move ext_imagem to exn-registro
                   write exn-registro
               end-if
           end-if
           .
       le_catalogo_extrato-exit.
           exit.

       le_base_extrato section.
           move high-values to ext_chave_base
           if exb-status = "00"
               read exb-arquivo
                   at end move "10" to exb-status
               end-read
               if exb-status = "00"
                   move exb-chave to ext_chave_base
               end-if
           end-if
           .
       le_base_extrato-exit.
           exit.

      *    imagem enviada de uma pizza: codigo da loja no ESTPIZZA
      *    (zero quando a grafia nao esta cadastrada), categoria,
      *    diametro, preco final (com imposto e desconto), preco por
      *    cm2 e data de coleta
       monta_imagem_extrato section.
           move spaces to ext_imagem
           move cad-chave           to ext_img_nome
           move cad-estabelecimento to ext_img_estabelecimento
           move cad-diametro        to ext_img_diametro
           move 0 to ext_img_codigo_estabelecimento
           perform varying ite_ind from 1 by 1
               until ite_ind > qtd_itg_est
               if ite_nome(ite_ind) = cad-estabelecimento
                   move ite_codigo(ite_ind)
                       to ext_img_codigo_estabelecimento
               end-if
           end-perform
           move cad-categoria to ext_img_categoria
           compute fator_ajuste_percentual =
               1 + (cad-imposto-percentual / 100
                    - cad-desconto-percentual / 100)
           compute ext_img_preco_final rounded =
               cad-preco-pizza * fator_ajuste_percentual
           move cad-preco-cm2 to ext_img_preco_cm2
           move cad-data-preco to ext_img_data_preco
           .
       monta_imagem_extrato-exit.
           exit.

      *    grava o detalhe da imagem em ext_envio
       grava_detalhe_extrato section.
           move spaces to ext-detalhe
           move "D" to ext-det-tipo
           move ext_acao to ext-det-acao
           move ext_env_codigo_estabelecimento
               to ext-det-estabelecimento
           move ext_env_categoria to ext-det-categoria
           move ext_env_nome to ext-det-nome
           move ext_env_diametro to ext-det-diametro
           move ext_env_preco_final to ext-det-preco-final
           move ext_env_preco_cm2 to ext-det-preco-cm2
           move ext_env_data_preco to ext-det-data-preco
           write ext-detalhe
           add 1 to ext_quantidade
           add ext_env_preco_final to ext_hash_preco
           add ext_env_preco_cm2 to ext_hash_cm2
           .
       grava_detalhe_extrato-exit.
           exit.

      *    a nova base (EXBTEMP) passa a ser a base do proximo
      *    diferencial
       renova_base_extrato section.
           open input exn-arquivo
           open output exb-arquivo
           perform until exn-status <> "00"
               read exn-arquivo
                   at end move "10" to exn-status
               end-read
               if exn-status = "00"
                   move exn-registro to exb-registro
                   write exb-registro
               end-if
           end-perform
           close exn-arquivo
           close exb-arquivo
           call "CBL_DELETE_FILE" using exn-nome-arquivo
               returning ext-retorno-delete
           .
       renova_base_extrato-exit.
           exit.

       grava_controle_extrato section.
           perform monta_data_hora
           open extend exc-arquivo
           if exc-status = "35"
               open output exc-arquivo
           end-if
           move spaces to exc-registro
           move data-hora-formatada to exc-data-hora
           move " - "               to exc-separador-1
           move ext_sequencia       to exc-sequencia
           move " - "               to exc-separador-2
           move ext_modo            to exc-modo
           move " - "               to exc-separador-3
           move ext_sequencia_base  to exc-sequencia-base
           move " - "               to exc-separador-4
           move operador            to exc-operador
           move " - "               to exc-separador-5
           move ext_quantidade      to exc-registros
           move " - "               to exc-separador-6
           move ext_hash_preco      to exc-hash-preco
           move " - "               to exc-separador-7
           move ext_hash_cm2        to exc-hash-cm2
           write exc-registro
           close exc-arquivo
           .
       grava_controle_extrato-exit.
           exit.

      *---------------------lista controle extrato----------------------
      *    lista o log de controle marcando sequencia repetida (ou fora
      *    de ordem) e lacuna de sequencia, para rastrear extrato
      *    perdido ou enviado duas vezes
       lista_controle_extrato section.
           move 0 to ext_anterior
           move 0 to ext_lidas
           move 0 to ext_lacunas
           move 0 to ext_duplicadas
           open input exc-arquivo
           if exc-status not = "00"
               display "Nao ha log de controle do extrato (status "
                   exc-status ")"
           else
               display " "
               display "--- log de controle do extrato ---"
               display "data-hora - sequencia - modo - base - "
                   "operador - registros - total preco - total cm2"
               perform until exc-status <> "00"
                   read exc-arquivo
                       at end move "10" to exc-status
                   end-read
                   if exc-status = "00"
                       and exc-registro not = spaces
                       add 1 to ext_lidas
                       display exc-registro
                       if ext_lidas > 1
                           perform confere_sequencia_extrato
                       end-if
                       move exc-sequencia to ext_anterior
                   end-if
               end-perform
               close exc-arquivo
               display ext_lidas " extratos no log; "
                   ext_lacunas " lacunas; "
                   ext_duplicadas " repetidas."
           end-if
           .
       lista_controle_extrato-exit.
           exit.
      *------------------fim lista controle extrato---------------------

       confere_sequencia_extrato section.
           if exc-sequencia not > ext_anterior
               add 1 to ext_duplicadas
               display "   *** sequencia " exc-sequencia
                   " repetida ou fora de ordem (anterior "
                   ext_anterior ")"
           else
               if exc-sequencia > ext_anterior + 1
                   add 1 to ext_lacunas
                   compute ext_faltante_inicio = ext_anterior + 1
                   compute ext_faltante_fim = exc-sequencia - 1
                   display "   *** lacuna: faltam as sequencias "
                       ext_faltante_inicio " a " ext_faltante_fim
               end-if
           end-if
           .
       confere_sequencia_extrato-exit.
           exit.

      *-----------------------abre zonas de entrega---------------------
      *    abre (ou cria) o cadastro de zonas de entrega; numa sessao
      *    de consulta sem o arquivo, o ranking de custo entregue e o
      *    planejador seguem sem taxa de entrega
       abre_zonas section.
           move "N" to zon_disponivel
           if sessao_leitura = "S"
               open input zon-arquivo
           else
               open i-o zon-arquivo
               if zon-status = "35"
                   open output zon-arquivo
                   close zon-arquivo
                   open i-o zon-arquivo
               end-if
           end-if
           if zon-status = "00"
               move "S" to zon_disponivel
           end-if
           .
       abre_zonas-exit.
           exit.
      *--------------------fim abre zonas de entrega--------------------

      *-------------------manutencao de zonas de entrega----------------
      *    bairros atendidos por cada estabelecimento, com a taxa de
      *    entrega, o pedido minimo e o tempo tipico de entrega, e o
      *    ranking do custo entregue num bairro de destino
       manutencao_zonas section.
           if zon_disponivel = "N"
               display "Cadastro de zonas de entrega indisponivel "
                   "(status " zon-status ")"
           else
               move spaces to opcao_zona
               perform until opcao_zona = "0"
                   display " "
                   display "--- zonas de entrega ---"
                   display "I - incluir bairro atendido"
                   display "A - alterar bairro atendido"
                   display "E - excluir bairro atendido"
                   display "L - listar por estabelecimento"
                   display "R - ranking do custo entregue num bairro"
                   display "0 - voltar"
                   display "Informe a opcao: "
                   accept opcao_zona

                   evaluate opcao_zona
                       when "I"
                       when "i"
                       when "A"
                       when "a"
                       when "E"
                       when "e"
                           move 3 to perfil_exigido
                           move "MANUTENCAO DE ZONAS" to funcao_pedida
                           perform verifica_perfil
                           if acesso_liberado = "S"
                               if sessao_leitura = "S"
                                   perform avisa_somente_consulta
                               else
                                   perform mantem_zona
                               end-if
                           end-if
                       when "L"
                       when "l"
                           perform lista_zonas
                       when "R"
                       when "r"
                           perform ranking_custo_entregue
                       when "0"
                           continue
                       when other
                           display "Opcao invalida."
                   end-evaluate
               end-perform
           end-if
           .
       manutencao_zonas-exit.
           exit.
      *----------------fim manutencao de zonas de entrega---------------

      *    inclusao, alteracao ou exclusao conforme opcao_zona
       mantem_zona section.
           perform seleciona_loja_zona
           if zon_est_codigo not = 0
               perform pede_bairro_zona
           end-if
           if zon_est_codigo not = 0 and zon_bairro not = spaces
               move zon_est_codigo to zon-est-codigo
               move zon_bairro to zon-bairro
               read zon-arquivo
                   invalid key
                       move "N" to zon_achou
                   not invalid key
                       move "S" to zon_achou
               end-read
               evaluate true
                   when (opcao_zona = "I" or opcao_zona = "i")
                       and zon_achou = "S"
                       display "Bairro ja cadastrado para a loja."
                   when (opcao_zona = "I" or opcao_zona = "i")
                       perform pede_dados_zona
                       write zon-registro
                           invalid key
                               display "Falha ao gravar a zona "
                                   "(status " zon-status ")"
                           not invalid key
                               display "Zona incluida."
                       end-write
                   when zon_achou = "N"
                       display "Bairro nao cadastrado para a loja."
                   when opcao_zona = "A" or opcao_zona = "a"
                       perform exibe_zona
                       perform pede_dados_zona
                       rewrite zon-registro
                           invalid key
                               display "Falha ao regravar a zona "
                                   "(status " zon-status ")"
                           not invalid key
                               display "Zona alterada."
                       end-rewrite
                   when other
                       perform exibe_zona
                       display "Confirma a exclusao? ('S'/'N') "
                       accept opcao_confirma
                       if opcao_confirma = "S" or opcao_confirma = "s"
                           delete zon-arquivo record
                               invalid key
                                   display "Falha ao excluir a zona "
                                       "(status " zon-status ")"
                               not invalid key
                                   display "Zona excluida."
                           end-delete
                       end-if
               end-evaluate
           end-if
           .
       mantem_zona-exit.
           exit.

      *    pede o codigo da loja no ESTPIZZA; zero cancela
       seleciona_loja_zona section.
           move "N" to est_escolhido
           perform until est_escolhido = "S"
               display "Informe o codigo do estabelecimento "
               display "(0 cancela, 999 lista o cadastro): "
               accept zon_est_codigo

               evaluate zon_est_codigo
                   when 0
                       move "S" to est_escolhido
                   when 999
                       perform lista_cadastro_estabelecimentos
                   when other
                       move zon_est_codigo to est-codigo
                       read est-arquivo
                           invalid key
                               display "Codigo nao cadastrado."
                           not invalid key
                               display "Estabelecimento: " est-nome
                               move "S" to est_escolhido
                       end-read
               end-evaluate
           end-perform
           .
       seleciona_loja_zona-exit.
           exit.

      *    o bairro e gravado e procurado em maiusculas, para a grafia
      *    digitada nao separar o mesmo bairro em dois
       pede_bairro_zona section.
           display "Informe o bairro (em branco cancela): "
           accept zon_bairro
           inspect zon_bairro converting
               "abcdefghijklmnopqrstuvwxyz"
               to "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           .
       pede_bairro_zona-exit.
           exit.

       pede_dados_zona section.
           display "Informe a taxa de entrega "
           accept zon-taxa
           display "Informe o pedido minimo (0 = sem minimo) "
           accept zon-pedido-minimo
           display "Informe o tempo tipico de entrega em minutos "
           accept zon-tempo-minutos
           .
       pede_dados_zona-exit.
           exit.

       exibe_zona section.
           move zon-taxa to form-zon-taxa
           move zon-pedido-minimo to form-zon-minimo
           display zon-est-codigo " - " zon-bairro
               " - taxa " form-zon-taxa
               " - minimo " form-zon-minimo
               " - " zon-tempo-minutos " min"
           .
       exibe_zona-exit.
           exit.

      *    lista as zonas de uma loja (ou de todas, com zero)
       lista_zonas section.
           display "Informe o codigo do estabelecimento (0 = todos): "
           accept zon_est_codigo
           move zon_est_codigo to zon-est-codigo
           move low-values to zon-bairro
           start zon-arquivo key is not less than zon-chave
               invalid key
                   move "23" to zon-status
           end-start
           move 0 to zon_listadas
           display " "
           display "--- zonas de entrega ---"
           perform until zon-status <> "00"
               read zon-arquivo next record
                   at end move "10" to zon-status
               end-read
               if zon-status = "00"
                   if zon_est_codigo not = 0
                       and zon-est-codigo not = zon_est_codigo
                       move "10" to zon-status
                   else
                       perform exibe_zona
                       add 1 to zon_listadas
                   end-if
               end-if
           end-perform
           display zon_listadas " zonas listadas."
           .
       lista_zonas-exit.
           exit.

      *    zona de entrega da loja zon_loja_nome no bairro zon_bairro:
      *    a loja tem que estar ativa no ESTPIZZA (tabela carregada por
      *    carrega_estabelecimentos_integridade) e atender o bairro
       busca_zona_loja section.
           move "N" to zon_achou
           move 0 to zon_est_codigo
           perform varying ite_ind from 1 by 1
               until ite_ind > qtd_itg_est or zon_est_codigo > 0
               if ite_nome(ite_ind) = zon_loja_nome
                   and ite_ativo(ite_ind) = "S"
                   move ite_codigo(ite_ind) to zon_est_codigo
               end-if
           end-perform
           if zon_est_codigo > 0 and zon_disponivel = "S"
               move zon_est_codigo to zon-est-codigo
               move zon_bairro to zon-bairro
               read zon-arquivo
                   invalid key
                       continue
                   not invalid key
                       move "S" to zon_achou
               end-read
           end-if
           .
       busca_zona_loja-exit.
           exit.

      *--------------------ranking do custo entregue--------------------
      *    para um bairro de destino, ordena as pizzas pelo custo por
      *    cm2 de um pedido tipico ja com a taxa de entrega; lojas que
      *    nao entregam no bairro ficam de fora, e o pedido que nao
      *    chega ao minimo da loja e completado ate o minimo
       ranking_custo_entregue section.
           perform pede_bairro_zona
           if zon_bairro = spaces
               display "Ranking cancelado."
           else
               display "Pizzas no pedido tipico (0 assume 2): "
               accept ent_qtd_tipica
               if ent_qtd_tipica = 0
                   move 2 to ent_qtd_tipica
               end-if
               perform pede_data_referencia
               perform aplica_promocoes_vetor
               perform carrega_estabelecimentos_integridade
               perform monta_ranking_entrega
               perform exibe_ranking_entrega
               perform restaura_precos_regulares
           end-if
           .
       ranking_custo_entregue-exit.
           exit.
      *-----------------fim ranking do custo entregue-------------------

       monta_ranking_entrega section.
           move 0 to qtd_rank_entrega
           move 0 to ent_excluidas
           perform varying ind from 1 by 1 until ind > quant_pizzas
               or nome(ind) = space
               if diametro(ind) > 0 and preco_pizza(ind) > 0
                   move estabelecimento(ind) to zon_loja_nome
                   perform busca_zona_loja
                   if zon_achou = "S"
                       perform calcula_custo_entregue
                   else
                       add 1 to ent_excluidas
                   end-if
               end-if
           end-perform

           perform varying ent_pos from 1 by 1
               until ent_pos >= qtd_rank_entrega
               perform varying ent_busca from ent_pos by 1
                   until ent_busca > qtd_rank_entrega
                   if ent_cm2(ent_busca) < ent_cm2(ent_pos)
                       move ent_linha(ent_pos) to ent_troca
                       move ent_linha(ent_busca) to ent_linha(ent_pos)
                       move ent_troca to ent_linha(ent_busca)
                   end-if
               end-perform
           end-perform
           move 1 to ind
           .
       monta_ranking_entrega-exit.
           exit.

      *    custo entregue da pizza IND na zona lida: unidades do pedido
      *    tipico (ou as que alcancam o minimo), mais a taxa, sobre a
      *    area total pedida
       calcula_custo_entregue section.
           compute raio_pizza = diametro(ind) / 2
           compute plan_area_pizza = valor_pi * raio_pizza * raio_pizza
           compute fator_ajuste_percentual =
               1 + (imposto_percentual(ind) / 100
                    - desconto_percentual(ind) / 100)
           compute plan_preco_unit rounded =
               preco_pizza(ind) * fator_ajuste_percentual
           if plan_area_pizza > 0 and plan_preco_unit > 0
               and qtd_rank_entrega < 999
               add 1 to qtd_rank_entrega
               move ind to ent_ind(qtd_rank_entrega)
               move ent_qtd_tipica to ent_unidades(qtd_rank_entrega)
               move spaces to ent_minimo(qtd_rank_entrega)
               if ent_qtd_tipica * plan_preco_unit < zon-pedido-minimo
                   compute ent_unidades(qtd_rank_entrega) =
                       zon-pedido-minimo / plan_preco_unit
                   if ent_unidades(qtd_rank_entrega) * plan_preco_unit
                       < zon-pedido-minimo
                       add 1 to ent_unidades(qtd_rank_entrega)
                   end-if
                   move " *MIN*" to ent_minimo(qtd_rank_entrega)
               end-if
               compute ent_total(qtd_rank_entrega) =
                   ent_unidades(qtd_rank_entrega) * plan_preco_unit
                   + zon-taxa
               compute ent_cm2(qtd_rank_entrega) rounded =
                   ent_total(qtd_rank_entrega)
                   / (ent_unidades(qtd_rank_entrega) * plan_area_pizza)
               move zon-taxa to ent_taxa(qtd_rank_entrega)
               move zon-tempo-minutos to ent_tempo(qtd_rank_entrega)
           end-if
           .
       calcula_custo_entregue-exit.
           exit.

       exibe_ranking_entrega section.
           display " "
           display "--- custo entregue em " function trim(zon_bairro)
               " (pedido tipico de " ent_qtd_tipica " pizzas, "
               "precos de " data_referencia ") ---"
           if qtd_rank_entrega = 0
               display "Nenhuma loja do catalogo entrega neste bairro."
           end-if
           perform varying ent_pos from 1 by 1
               until ent_pos > qtd_rank_entrega
               move ent_ind(ent_pos) to ind
               move diametro(ind) to form-diametro
               move ent_unidades(ent_pos) to form-plan-qtd
               move ent_taxa(ent_pos) to form-zon-taxa
               move ent_total(ent_pos) to form-plan-valor
               move ent_cm2(ent_pos) to form-ent-cm2
               display ent_pos " - " function trim(nome(ind))
                   " - " function trim(estabelecimento(ind))
                   " - " form-diametro
                   " - " form-plan-qtd " un. + taxa " form-zon-taxa
                   " = " form-plan-valor
                   " - cm2 entregue " form-ent-cm2
                   " - " ent_tempo(ent_pos) " min"
                   ent_minimo(ent_pos) pvt_marca(ind)
           end-perform
           move 1 to ind
           display "Pizzas de lojas que nao entregam no bairro: "
               ent_excluidas
           display "*MIN* = pedido completado ate o minimo da loja"
           .
       exibe_ranking_entrega-exit.
           exit.

      *------------------------monta plano da loja----------------------
      *    plano de loja unica para plan_loja_filtro; com bairro de
      *    entrega, a loja precisa atender o bairro, a taxa sai do
      *    orcamento e o pedido e completado ate o minimo da loja; o
      *    custo entregue (pizzas mais taxa) e o que compara as lojas
       monta_plano_loja section.
           move 0 to plan_taxa
           move 0 to plan_minimo
           move 0 to plan_tempo
           move "S" to plan_loja_atende
           move plan_orcamento_informado to plan_orcamento
           if plan_bairro not = spaces
               move plan_loja_filtro to zon_loja_nome
               move plan_bairro to zon_bairro
               perform busca_zona_loja
               if zon_achou = "N"
                   move "N" to plan_loja_atende
               else
                   move zon-taxa to plan_taxa
                   move zon-pedido-minimo to plan_minimo
                   move zon-tempo-minutos to plan_tempo
                   if plan_sem_limite = "N"
                       if plan_taxa >= plan_orcamento_informado
                           move "N" to plan_loja_atende
                       else
                           compute plan_orcamento =
                               plan_orcamento_informado - plan_taxa
                       end-if
                   end-if
               end-if
           end-if

           if plan_loja_atende = "N"
               move 0 to plan_qtd_linhas
               move 0 to plan_custo
           else
               perform monta_plano_guloso
               if plan_qtd_linhas > 0 and plan_custo < plan_minimo
                   perform atende_pedido_minimo
               end-if
           end-if
           compute plan_custo_entregue = plan_custo + plan_taxa
           move plan_orcamento_informado to plan_orcamento
           .
       monta_plano_loja-exit.
           exit.
      *---------------------fim monta plano da loja---------------------

      *    completa o pedido ate o minimo da loja com mais unidades da
      *    primeira linha (a de menor preco por cm2); sem orcamento
      *    para isso, a loja sai da comparacao
       atende_pedido_minimo section.
           compute plan_extra =
               (plan_minimo - plan_custo) / pln_unitario(1)
           if plan_extra * pln_unitario(1) < plan_minimo - plan_custo
               add 1 to plan_extra
           end-if
           if plan_sem_limite = "N"
               and plan_custo + plan_extra * pln_unitario(1)
                   > plan_orcamento
               move 0 to plan_qtd_linhas
               move 0 to plan_custo
           else
               compute raio_pizza = pln_diametro(1) / 2
               compute plan_area_pizza =
                   valor_pi * raio_pizza * raio_pizza
               add plan_extra to pln_qtd(1)
               compute pln_total(1) = pln_qtd(1) * pln_unitario(1)
               compute plan_custo =
                   plan_custo + plan_extra * pln_unitario(1)
               compute plan_area_coberta = plan_area_coberta
                   + (plan_extra * plan_area_pizza)
               compute plan_restante = plan_restante
                   - (plan_extra * plan_area_pizza)
               if plan_restante <= 0
                   move "S" to plan_cobre
               end-if
           end-if
           .
       atende_pedido_minimo-exit.
           exit.

      *----------------------benchmark de mercado-----------------------
      *    dispersao do preco por cm2 do CADPIZZA por categoria e faixa
      *    de tamanho (broto ate 27 cm, media de 28 a 33, grande de 34
      *    para cima): lojas, media, minimo, quartis, mediana, maximo,
      *    amplitude e distancia interquartil de cada grupo; pizzas
      *    fora das cercas de Tukey (1,5 distancia interquartil abaixo
      *    do primeiro ou acima do terceiro quartil) saem como atipicas
      *    e cada loja tem, por categoria, o desvio medio contra a
      *    mediana do mercado; sai no BENPIZZA, paginado como o
      *    PIZZAREL, e no BENPIZZA.CSV
       benchmark_mercado section.
           perform carrega_observacoes_benchmark
           if qtd_ben_obs = 0
               display "O catalogo esta vazio; nao ha benchmark."
           else
               perform ordena_observacoes_benchmark
               perform monta_grupos_benchmark
               perform marca_atipicas_benchmark
               perform monta_desvio_lojas_benchmark
               perform imprime_benchmark
               perform exporta_benchmark_csv
               display " "
               display "Benchmark de mercado: " qtd_ben_grupos
                   " grupos, " ben_atipicas " pizzas atipicas, "
                   qtd_ben_lojas " pares loja/categoria."
               display "Relatorio gravado no BENPIZZA e planilha no "
                   "BENPIZZA.CSV."
           end-if
           .
       benchmark_mercado-exit.
           exit.
      *-------------------fim benchmark de mercado----------------------

       carrega_observacoes_benchmark section.
           move 0 to qtd_ben_obs
           move spaces to cad-chave-composta
           start cad-arquivo key is not less than cad-chave-composta
               invalid key
                   move "23" to cad-status
           end-start
           perform until cad-status <> "00"
               read cad-arquivo next record
                   at end move "10" to cad-status
               end-read
               if cad-status = "00"
                   and cad-preco-cm2 > 0
                   and qtd_ben_obs < 500
                   add 1 to qtd_ben_obs
                   move cad-categoria to bob_categoria(qtd_ben_obs)
                   evaluate true
                       when cad-diametro <= 27
                           move 1 to bob_faixa(qtd_ben_obs)
                       when cad-diametro <= 33
                           move 2 to bob_faixa(qtd_ben_obs)
                       when other
                           move 3 to bob_faixa(qtd_ben_obs)
                   end-evaluate
                   move cad-preco-cm2 to bob_cm2(qtd_ben_obs)
                   move cad-chave to bob_nome(qtd_ben_obs)
                   move cad-estabelecimento
                       to bob_estabelecimento(qtd_ben_obs)
                   move cad-diametro to bob_diametro(qtd_ben_obs)
                   move spaces to bob_marca(qtd_ben_obs)
               end-if
           end-perform
           .
       carrega_observacoes_benchmark-exit.
           exit.

      *    ordem de categoria, faixa e preco por cm2: cada grupo fica
      *    contiguo e ja ordenado para os quartis
       ordena_observacoes_benchmark section.
           perform varying ben_pos from 1 by 1
               until ben_pos >= qtd_ben_obs
               perform varying ben_busca from ben_pos by 1
                   until ben_busca > qtd_ben_obs
                   if bob_chave(ben_busca) < bob_chave(ben_pos)
                       move bob_linha(ben_pos) to ben_troca
                       move bob_linha(ben_busca) to bob_linha(ben_pos)
                       move ben_troca to bob_linha(ben_busca)
                   end-if
               end-perform
           end-perform
           .
       ordena_observacoes_benchmark-exit.
           exit.

      *-----------------------monta grupos benchmark--------------------
      *    percorre as observacoes ordenadas fechando um grupo a cada
      *    troca de categoria/faixa
       monta_grupos_benchmark section.
           move 0 to qtd_ben_grupos
           move 1 to ben_pos
           perform until ben_pos > qtd_ben_obs
               add 1 to qtd_ben_grupos
               move bob_categoria(ben_pos)
                   to bgr_categoria(qtd_ben_grupos)
               move bob_faixa(ben_pos) to bgr_faixa(qtd_ben_grupos)
               move ben_pos to bgr_inicio(qtd_ben_grupos)
               move ben_pos to ben_busca
               perform until ben_busca > qtd_ben_obs
                   or bob_categoria(ben_busca)
                       not = bgr_categoria(qtd_ben_grupos)
                   or bob_faixa(ben_busca)
                       not = bgr_faixa(qtd_ben_grupos)
                   move qtd_ben_grupos to bob_grupo(ben_busca)
                   add 1 to ben_busca
               end-perform
               compute bgr_fim(qtd_ben_grupos) = ben_busca - 1
               perform calcula_estatisticas_grupo
               move ben_busca to ben_pos
           end-perform
           .
       monta_grupos_benchmark-exit.
           exit.
      *--------------------fim monta grupos benchmark-------------------

      *    estatisticas do grupo qtd_ben_grupos; os quartis sao
      *    interpolados entre as observacoes vizinhas
       calcula_estatisticas_grupo section.
           move qtd_ben_grupos to bgr_ind
           compute bgr_qtd(bgr_ind) =
               bgr_fim(bgr_ind) - bgr_inicio(bgr_ind) + 1
           move bob_cm2(bgr_inicio(bgr_ind)) to bgr_minimo(bgr_ind)
           move bob_cm2(bgr_fim(bgr_ind)) to bgr_maximo(bgr_ind)

           move 0 to ben_soma
           move 0 to bgr_lojas(bgr_ind)
           perform varying ben_obs from bgr_inicio(bgr_ind) by 1
               until ben_obs > bgr_fim(bgr_ind)
               add bob_cm2(ben_obs) to ben_soma
      *        loja conta uma vez: so quando nao aparece antes no grupo
               move "N" to ben_repetida
               perform varying ben_outra from bgr_inicio(bgr_ind) by 1
                   until ben_outra >= ben_obs or ben_repetida = "S"
                   if bob_estabelecimento(ben_outra)
                       = bob_estabelecimento(ben_obs)
                       move "S" to ben_repetida
                   end-if
               end-perform
               if ben_repetida = "N"
                   add 1 to bgr_lojas(bgr_ind)
               end-if
           end-perform
           compute bgr_media(bgr_ind) rounded =
               ben_soma / bgr_qtd(bgr_ind)

           move 0,25 to ben_fracao
           perform calcula_quantil_grupo
           move ben_quantil to bgr_q1(bgr_ind)
           move 0,50 to ben_fracao
           perform calcula_quantil_grupo
           move ben_quantil to bgr_mediana(bgr_ind)
           move 0,75 to ben_fracao
           perform calcula_quantil_grupo
           move ben_quantil to bgr_q3(bgr_ind)

           compute bgr_amplitude(bgr_ind) =
               bgr_maximo(bgr_ind) - bgr_minimo(bgr_ind)
           compute bgr_iqr(bgr_ind) =
               bgr_q3(bgr_ind) - bgr_q1(bgr_ind)
           compute bgr_cerca_baixa(bgr_ind) =
               bgr_q1(bgr_ind) - 1,5 * bgr_iqr(bgr_ind)
           compute bgr_cerca_alta(bgr_ind) =
               bgr_q3(bgr_ind) + 1,5 * bgr_iqr(bgr_ind)
           .
       calcula_estatisticas_grupo-exit.
           exit.

      *    quantil ben_fracao do grupo bgr_ind: posicao
      *    fracao * (n - 1) a partir da primeira observacao, com a
      *    parte decimal interpolando ate a observacao seguinte
       calcula_quantil_grupo section.
           compute ben_posicao =
               ben_fracao * (bgr_qtd(bgr_ind) - 1)
           move ben_posicao to ben_posicao_inteira
           compute ben_posicao_resto =
               ben_posicao - ben_posicao_inteira
           compute ben_obs = bgr_inicio(bgr_ind) + ben_posicao_inteira
           if ben_obs < bgr_fim(bgr_ind)
               compute ben_quantil rounded = bob_cm2(ben_obs)
                   + ben_posicao_resto
                   * (bob_cm2(ben_obs + 1) - bob_cm2(ben_obs))
           else
               move bob_cm2(ben_obs) to ben_quantil
           end-if
           .
       calcula_quantil_grupo-exit.
           exit.

      *    atipicas so em grupos com pelo menos 4 pizzas, onde os
      *    quartis dizem alguma coisa
       marca_atipicas_benchmark section.
           move 0 to ben_atipicas
           perform varying ben_obs from 1 by 1
               until ben_obs > qtd_ben_obs
               move bob_grupo(ben_obs) to bgr_ind
               if bgr_qtd(bgr_ind) >= 4
                   if bob_cm2(ben_obs) < bgr_cerca_baixa(bgr_ind)
                       move "BARATA" to bob_marca(ben_obs)
                       add 1 to ben_atipicas
                   end-if
                   if bob_cm2(ben_obs) > bgr_cerca_alta(bgr_ind)
                       move "CARA" to bob_marca(ben_obs)
                       add 1 to ben_atipicas
                   end-if
               end-if
           end-perform
           .
       marca_atipicas_benchmark-exit.
           exit.

      *    desvio percentual de cada pizza contra a mediana do seu
      *    grupo, acumulado por loja e categoria e depois tirada a
      *    media; a tabela sai em ordem de loja e categoria
       monta_desvio_lojas_benchmark section.
           move 0 to qtd_ben_lojas
           perform varying ben_obs from 1 by 1
               until ben_obs > qtd_ben_obs
               move bob_grupo(ben_obs) to bgr_ind
               if bgr_mediana(bgr_ind) > 0
                   move "N" to ben_repetida
                   perform varying blj_ind from 1 by 1
                       until blj_ind > qtd_ben_lojas
                       or ben_repetida = "S"
                       if blj_estabelecimento(blj_ind)
                           = bob_estabelecimento(ben_obs)
                           and blj_categoria(blj_ind)
                               = bob_categoria(ben_obs)
                           move "S" to ben_repetida
                       end-if
                   end-perform
                   if ben_repetida = "S"
                       subtract 1 from blj_ind
                   else
                       add 1 to qtd_ben_lojas
                       move qtd_ben_lojas to blj_ind
                       move bob_estabelecimento(ben_obs)
                           to blj_estabelecimento(blj_ind)
                       move bob_categoria(ben_obs)
                           to blj_categoria(blj_ind)
                       move 0 to blj_soma(blj_ind)
                       move 0 to blj_qtd(blj_ind)
                   end-if
                   compute blj_soma(blj_ind) = blj_soma(blj_ind)
                       + (bob_cm2(ben_obs) / bgr_mediana(bgr_ind) - 1)
                       * 100
                   add 1 to blj_qtd(blj_ind)
               end-if
           end-perform

           perform varying blj_ind from 1 by 1
               until blj_ind > qtd_ben_lojas
               compute blj_desvio(blj_ind) rounded =
                   blj_soma(blj_ind) / blj_qtd(blj_ind)
           end-perform

           perform varying ben_pos from 1 by 1
               until ben_pos >= qtd_ben_lojas
               perform varying ben_busca from ben_pos by 1
                   until ben_busca > qtd_ben_lojas
                   if blj_chave(ben_busca) < blj_chave(ben_pos)
                       move blj_linha(ben_pos) to blj_troca
                       move blj_linha(ben_busca) to blj_linha(ben_pos)
                       move blj_troca to blj_linha(ben_busca)
                   end-if
               end-perform
           end-perform
           .
       monta_desvio_lojas_benchmark-exit.
           exit.

      *    descricao da categoria e da faixa do grupo bgr_ind
       descreve_grupo_benchmark section.
           move bgr_categoria(bgr_ind) to cat-codigo
           perform busca_descricao_categoria
           evaluate bgr_faixa(bgr_ind)
               when 1
                   move "BROTO" to ben_faixa_descricao
               when 2
                   move "MEDIA" to ben_faixa_descricao
               when other
                   move "GRANDE" to ben_faixa_descricao
           end-evaluate
           .
       descreve_grupo_benchmark-exit.
           exit.

      *-------------------------imprime benchmark-----------------------
      *    grava o BENPIZZA: grupos, pizzas atipicas e posicao de cada
      *    loja contra o mercado, com cabecalho a cada pagina
       imprime_benchmark section.
           open output ben-arquivo
           accept data-sistema from date yyyymmdd
           move 0 to ben_pagina
           move "GRUPOS POR CATEGORIA E FAIXA DE TAMANHO"
               to ben_titulo_bloco
           perform imprime_cabecalho_benchmark
           move spaces to ben-registro
           string
               "CATEGORIA       FAIXA  LOJ PIZ  MEDIA    MIN     Q1"
                                                   delimited by size
               " MEDIAN     Q3    MAX AMPLIT    DIQ" delimited by size
               into ben-registro
           end-string
           perform imprime_linha_benchmark

           perform varying bgr_ind from 1 by 1
               until bgr_ind > qtd_ben_grupos
               perform descreve_grupo_benchmark
               move bgr_lojas(bgr_ind)     to form-ben-qtd-lojas
               move bgr_qtd(bgr_ind)       to form-ben-qtd-pizzas
               move bgr_media(bgr_ind)     to form-ben-media
               move bgr_minimo(bgr_ind)    to form-ben-minimo
               move bgr_q1(bgr_ind)        to form-ben-q1
               move bgr_mediana(bgr_ind)   to form-ben-mediana
               move bgr_q3(bgr_ind)        to form-ben-q3
               move bgr_maximo(bgr_ind)    to form-ben-maximo
               move bgr_amplitude(bgr_ind) to form-ben-amplitude
               move bgr_iqr(bgr_ind)       to form-ben-iqr
               move spaces to ben-registro
               string
                   cat_descricao_exibe  delimited by size
                   " "                  delimited by size
                   ben_faixa_descricao  delimited by size
                   " "                  delimited by size
                   form-ben-qtd-lojas   delimited by size
                   " "                  delimited by size
                   form-ben-qtd-pizzas  delimited by size
                   " "                  delimited by size
                   form-ben-media       delimited by size
                   " "                  delimited by size
                   form-ben-minimo      delimited by size
                   " "                  delimited by size
                   form-ben-q1          delimited by size
                   " "                  delimited by size
                   form-ben-mediana     delimited by size
                   " "                  delimited by size
                   form-ben-q3          delimited by size
                   " "                  delimited by size
                   form-ben-maximo      delimited by size
                   " "                  delimited by size
                   form-ben-amplitude   delimited by size
                   " "                  delimited by size
                   form-ben-iqr         delimited by size
                   into ben-registro
               end-string
               perform imprime_linha_benchmark
           end-perform

           move "PIZZAS ATIPICAS (FORA DAS CERCAS DO GRUPO)"
               to ben_titulo_bloco
           perform imprime_cabecalho_benchmark
           if ben_atipicas = 0
               move "Nenhuma pizza atipica." to ben-registro
               perform imprime_linha_benchmark
           end-if
           perform varying ben_obs from 1 by 1
               until ben_obs > qtd_ben_obs
               if bob_marca(ben_obs) not = spaces
                   move bob_grupo(ben_obs) to bgr_ind
                   perform descreve_grupo_benchmark
                   move bob_diametro(ben_obs) to form-diametro
                   move bob_cm2(ben_obs) to form-preco-cm2
                   move bgr_mediana(bgr_ind) to form-ben-mediana
                   move spaces to ben-registro
                   string
                       bob_marca(ben_obs)           delimited by size
                       " "                          delimited by size
                       bob_nome(ben_obs)            delimited by size
                       " "                          delimited by size
                       bob_estabelecimento(ben_obs) delimited by size
                       " "                          delimited by size
                       form-diametro                delimited by size
                       " cm, cm2 "                  delimited by size
                       form-preco-cm2               delimited by size
                       " mediana "                  delimited by size
                       form-ben-mediana             delimited by size
                       " - "                        delimited by size
                       function trim(cat_descricao_exibe)
                                                    delimited by size
                       " "                          delimited by size
                       ben_faixa_descricao          delimited by size
                       into ben-registro
                   end-string
                   perform imprime_linha_benchmark
               end-if
           end-perform

           move "LOJAS CONTRA O MERCADO (DESVIO MEDIO DA MEDIANA)"
               to ben_titulo_bloco
           perform imprime_cabecalho_benchmark
           perform varying blj_ind from 1 by 1
               until blj_ind > qtd_ben_lojas
               move blj_categoria(blj_ind) to cat-codigo
               perform busca_descricao_categoria
               move blj_desvio(blj_ind) to form-ben-desvio
               move blj_qtd(blj_ind) to form-ben-qtd-pizzas
               perform descreve_desvio_benchmark
               move spaces to ben-registro
               string
                   blj_estabelecimento(blj_ind) delimited by size
                   " "                          delimited by size
                   cat_descricao_exibe          delimited by size
                   " "                          delimited by size
                   form-ben-desvio              delimited by size
                   "% "                         delimited by size
                   ben_posicao_descricao        delimited by size
                   " ("                         delimited by size
                   function trim(form-ben-qtd-pizzas)
                                                delimited by size
                   " pizzas)"                   delimited by size
                   into ben-registro
               end-string
               perform imprime_linha_benchmark
           end-perform

           close ben-arquivo
           .
       imprime_benchmark-exit.
           exit.
      *----------------------fim imprime benchmark----------------------

       descreve_desvio_benchmark section.
           evaluate true
               when blj_desvio(blj_ind) > 0
                   move "ACIMA DO MERCADO" to ben_posicao_descricao
               when blj_desvio(blj_ind) < 0
                   move "ABAIXO DO MERCADO" to ben_posicao_descricao
               when other
                   move "NO MERCADO" to ben_posicao_descricao
           end-evaluate
           .
       descreve_desvio_benchmark-exit.
           exit.

      *    grava a linha montada em ben-registro, abrindo nova pagina
      *    quando a corrente enche
       imprime_linha_benchmark section.
           if ben_linha_atual >= rel-linhas-pagina
               perform imprime_cabecalho_benchmark
           end-if
           write ben-registro
           add 1 to ben_linha_atual
           move spaces to ben-registro
           .
       imprime_linha_benchmark-exit.
           exit.

      *    cabecalho de pagina com o titulo do bloco corrente; cada
      *    bloco comeca numa pagina nova
       imprime_cabecalho_benchmark section.
           add 1 to ben_pagina
           move 0 to ben_linha_atual
           move ben_pagina to form-pagina

           if ben_pagina > 1
               move spaces to ben-registro
               write ben-registro after advancing page
           end-if

           move spaces to ben-registro
           string
               "BENCHMARK DE MERCADO DO PRECO POR CM2 - PAGINA "
                                  delimited by size
               form-pagina        delimited by size
               into ben-registro
           end-string
           write ben-registro
           move spaces to ben-registro
           string
               "Data: "           delimited by size
               data-sistema       delimited by size
               " - "              delimited by size
               ben_titulo_bloco   delimited by size
               into ben-registro
           end-string
           write ben-registro
           move spaces to ben-registro
           write ben-registro
           .
       imprime_cabecalho_benchmark-exit.
           exit.

      *------------------------exporta benchmark csv--------------------
      *    a mesma informacao do BENPIZZA para a planilha da equipe; a
      *    primeira coluna diz o tipo da linha (GRUPO, ATIPICA, LOJA)
       exporta_benchmark_csv section.
           open output bcs-arquivo

           move spaces to bcs-registro
           string
               "TIPO;CATEGORIA;FAIXA;LOJAS;PIZZAS;MEDIA;MINIMO;Q1;"
                                                   delimited by size
               "MEDIANA;Q3;MAXIMO;AMPLITUDE;DIQ"   delimited by size
               into bcs-registro
           end-string
           write bcs-registro
           perform varying bgr_ind from 1 by 1
               until bgr_ind > qtd_ben_grupos
               perform descreve_grupo_benchmark
               move bgr_lojas(bgr_ind)     to form-ben-qtd-lojas
               move bgr_qtd(bgr_ind)       to form-ben-qtd-pizzas
               move bgr_media(bgr_ind)     to form-ben-media
               move bgr_minimo(bgr_ind)    to form-ben-minimo
               move bgr_q1(bgr_ind)        to form-ben-q1
               move bgr_mediana(bgr_ind)   to form-ben-mediana
               move bgr_q3(bgr_ind)        to form-ben-q3
               move bgr_maximo(bgr_ind)    to form-ben-maximo
               move bgr_amplitude(bgr_ind) to form-ben-amplitude
               move bgr_iqr(bgr_ind)       to form-ben-iqr
               move spaces to bcs-registro
               string
                   "GRUPO;"                         delimited by size
                   function trim(cat_descricao_exibe)
                                                    delimited by size
                   ";"                              delimited by size
                   function trim(ben_faixa_descricao)
                                                    delimited by size
                   ";"                              delimited by size
                   function trim(form-ben-qtd-lojas) delimited by size
                   ";"                              delimited by size
                   function trim(form-ben-qtd-pizzas)
                                                    delimited by size
                   ";"                              delimited by size
                   function trim(form-ben-media)    delimited by size
                   ";"                              delimited by size
                   function trim(form-ben-minimo)   delimited by size
                   ";"                              delimited by size
                   function trim(form-ben-q1)       delimited by size
                   ";"                              delimited by size
                   function trim(form-ben-mediana)  delimited by size
                   ";"                              delimited by size
                   function trim(form-ben-q3)       delimited by size
                   ";"                              delimited by size
                   function trim(form-ben-maximo)   delimited by size
                   ";"                              delimited by size
                   function trim(form-ben-amplitude)
                                                    delimited by size
                   ";"                              delimited by size
                   function trim(form-ben-iqr)      delimited by size
                   into bcs-registro
               end-string
               write bcs-registro
           end-perform

           move spaces to bcs-registro
           string
               "TIPO;MARCA;NOME;ESTABELECIMENTO;DIAMETRO;PRECO_CM2;"
                                                   delimited by size
               "MEDIANA_GRUPO;CATEGORIA;FAIXA"     delimited by size
               into bcs-registro
           end-string
           write bcs-registro
           perform varying ben_obs from 1 by 1
               until ben_obs > qtd_ben_obs
               if bob_marca(ben_obs) not = spaces
                   move bob_grupo(ben_obs) to bgr_ind
                   perform descreve_grupo_benchmark
                   move bob_diametro(ben_obs) to form-diametro
                   move bob_cm2(ben_obs) to form-preco-cm2
                   move bgr_mediana(bgr_ind) to form-ben-mediana
                   move spaces to bcs-registro
                   string
                       "ATIPICA;"                   delimited by size
                       function trim(bob_marca(ben_obs))
                                                    delimited by size
                       ";"                          delimited by size
                       function trim(bob_nome(ben_obs))
                                                    delimited by size
                       ";"                          delimited by size
                       function trim(bob_estabelecimento(ben_obs))
                                                    delimited by size
                       ";"                          delimited by size
                       function trim(form-diametro) delimited by size
                       ";"                          delimited by size
                       function trim(form-preco-cm2)
                                                    delimited by size
                       ";"                          delimited by size
                       function trim(form-ben-mediana)
                                                    delimited by size
                       ";"                          delimited by size
                       function trim(cat_descricao_exibe)
                                                    delimited by size
                       ";"                          delimited by size
                       function trim(ben_faixa_descricao)
                                                    delimited by size
                       into bcs-registro
                   end-string
                   write bcs-registro
               end-if
           end-perform

           move spaces to bcs-registro
           string
               "TIPO;ESTABELECIMENTO;CATEGORIA;DESVIO_PERCENTUAL;"
                                                   delimited by size
               "PIZZAS"                            delimited by size
               into bcs-registro
           end-string
           write bcs-registro
           perform varying blj_ind from 1 by 1
               until blj_ind > qtd_ben_lojas
               move blj_categoria(blj_ind) to cat-codigo
               perform busca_descricao_categoria
               move blj_desvio(blj_ind) to form-ben-desvio
               move blj_qtd(blj_ind) to form-ben-qtd-pizzas
               move spaces to bcs-registro
               string
                   "LOJA;"                          delimited by size
                   function trim(blj_estabelecimento(blj_ind))
                                                    delimited by size
                   ";"                              delimited by size
                   function trim(cat_descricao_exibe)
                                                    delimited by size
                   ";"                              delimited by size
                   function trim(form-ben-desvio)   delimited by size
                   ";"                              delimited by size
                   function trim(form-ben-qtd-pizzas)
                                                    delimited by size
                   into bcs-registro
               end-string
               write bcs-registro
           end-perform

           close bcs-arquivo
           .
       exporta_benchmark_csv-exit.
           exit.
      *--------------------fim exporta benchmark csv--------------------

      *---------------------abre vigilancia de precos-------------------
      *    VIGPIZZA (vigias cadastradas pelos operadores) e ALEPIZZA
      *    (ultimo preco visto e ultimo alerta de cada pizza vigiada);
      *    como nas avaliacoes, cadastrar vigia e dar ciencia de alerta
      *    nao mexem no catalogo, entao abrem para gravacao tambem na
      *    sessao somente consulta
       abre_vigilancia section.
           move "N" to vig_disponivel
           open i-o vig-arquivo
           if vig-status = "35"
               open output vig-arquivo
               close vig-arquivo
               open i-o vig-arquivo
           end-if
           open i-o ale-arquivo
           if ale-status = "35"
               open output ale-arquivo
               close ale-arquivo
               open i-o ale-arquivo
           end-if
           if vig-status = "00" and ale-status = "00"
               move "S" to vig_disponivel
           else
               if vig-status = "00"
                   close vig-arquivo
               end-if
               if ale-status = "00"
                   close ale-arquivo
               end-if
           end-if
           .
       abre_vigilancia-exit.
           exit.
      *------------------fim abre vigilancia de precos------------------

      *--------------------manutencao de vigilancia---------------------
      *    cada operador cadastra as pizzas que quer vigiar, com o preco
      *    alvo por cm2 ou final; o supervisor ve e exclui as de todos
       manutencao_vigilancia section.
           if vig_disponivel = "N"
               display "Vigilancia de precos indisponivel (status "
                   vig-status "/" ale-status ")"
           else
               move spaces to opcao_vigia
               perform until opcao_vigia = "0"
                   display " "
                   display "--- vigilancia de precos ---"
                   display "I - incluir vigia"
                   display "L - listar vigias"
                   display "E - excluir vigia"
                   display "A - alertas pendentes"
                   display "V - verificar o catalogo agora"
                   display "0 - voltar"
                   display "Informe a opcao: "
                   accept opcao_vigia

                   evaluate opcao_vigia
                       when "I"
                       when "i"
                           perform inclui_vigia
                       when "L"
                       when "l"
                           perform lista_vigias
                       when "E"
                       when "e"
                           perform exclui_vigia
                       when "A"
                       when "a"
                           move "N" to vig_silencioso
                           perform exibe_alertas_pendentes
                       when "V"
                       when "v"
                           perform verifica_vigilancia
                       when "0"
                           continue
                       when other
                           display "Opcao invalida."
                   end-evaluate
               end-perform
           end-if
           .
       manutencao_vigilancia-exit.
           exit.
      *-----------------fim manutencao de vigilancia--------------------

      *    inclui uma vigia do operador da sessao; pizza e loja ficam
      *    em maiusculas e a comparacao com o catalogo tambem e feita
      *    em maiusculas
       inclui_vigia section.
           perform proximo_codigo_vigia
           move spaces to vig-registro
           move vig_proximo_codigo to vig-codigo
           move operador to vig-operador

           perform until vig-pizza not = spaces
               display "Informe o nome da pizza: "
               accept vig-pizza
           end-perform
           inspect vig-pizza converting
               "abcdefghijklmnopqrstuvwxyz"
               to "ABCDEFGHIJKLMNOPQRSTUVWXYZ"

           display "Informe o estabelecimento (* ou em branco para "
               "qualquer um): "
           accept vig-estabelecimento
           if vig-estabelecimento = spaces
               move "*" to vig-estabelecimento
           end-if
           inspect vig-estabelecimento converting
               "abcdefghijklmnopqrstuvwxyz"
               to "ABCDEFGHIJKLMNOPQRSTUVWXYZ"

           move "N" to vig_confirma
           perform until vig_confirma = "S"
               display "Informe a categoria (0 para qualquer uma): "
               accept vig-categoria
               move vig-categoria to cat-codigo
               perform busca_descricao_categoria
               if cat_descricao_exibe = "NAO CADASTRADA"
                   display "Categoria nao cadastrada."
               else
                   move "S" to vig_confirma
               end-if
           end-perform

           perform until vig-tipo = "C" or vig-tipo = "F"
               display "Tipo do alvo: C preco por cm2, F preco final: "
               accept vig-tipo
               inspect vig-tipo converting "cf" to "CF"
           end-perform
           move 0 to vig-alvo
           perform until vig-alvo > 0
               display "Informe o preco alvo (alerta quando o preco "
                   "ficar igual ou abaixo): "
               accept vig-alvo
           end-perform

           accept data-sistema from date yyyymmdd
           move data-sistema to vig-data-cadastro
           move 1 to vig-validade
           perform until vig-validade = 0
               or (function test-date-yyyymmdd(vig-validade) = 0
                   and vig-validade not < data-sistema)
               display "Validade da vigia (AAAAMMDD, nao anterior a "
                   "hoje; 0 sem validade): "
               accept vig-validade
           end-perform

           write vig-registro
               invalid key
                   display "Falha ao gravar a vigia (status "
                       vig-status ")"
               not invalid key
                   display "Vigia incluida com o codigo "
                       vig-codigo "."
           end-write
           .
       inclui_vigia-exit.
           exit.

      *    o codigo da nova vigia e o maior cadastrado mais 1
       proximo_codigo_vigia section.
           move 0 to vig_proximo_codigo
           move 0 to vig-codigo
           move "N" to vig_fim
           start vig-arquivo key is not less than vig-codigo
               invalid key
                   move "S" to vig_fim
           end-start
           perform until vig_fim = "S"
               read vig-arquivo next record
                   at end
                       move "S" to vig_fim
               end-read
               if vig_fim = "N"
                   move vig-codigo to vig_proximo_codigo
               end-if
           end-perform
           add 1 to vig_proximo_codigo
           .
       proximo_codigo_vigia-exit.
           exit.

      *    vigias do operador da sessao (todas, para o supervisor)
       lista_vigias section.
           accept data-sistema from date yyyymmdd
           move 0 to vig_listadas
           move 0 to vig-codigo
           move "N" to vig_fim
           start vig-arquivo key is not less than vig-codigo
               invalid key
                   move "S" to vig_fim
           end-start
           display " "
           display "--- vigias de preco ---"
           perform until vig_fim = "S"
               read vig-arquivo next record
                   at end
                       move "S" to vig_fim
               end-read
               if vig_fim = "N"
                   and (perfil_operador = 3 or vig-operador = operador)
                   perform exibe_vigia
                   add 1 to vig_listadas
               end-if
           end-perform
           display vig_listadas " vigias listadas."
           .
       lista_vigias-exit.
           exit.

       exibe_vigia section.
           move vig-alvo to form-vig-alvo
           if vig-tipo = "C"
               move "CM2  " to vig_tipo_descricao
           else
               move "FINAL" to vig_tipo_descricao
           end-if
           if vig-validade not = 0 and vig-validade < data-sistema
               move "EXPIRADA" to vig_situacao
           else
               move "ATIVA" to vig_situacao
           end-if
           display vig-codigo " " vig-operador " " vig-pizza " "
               vig-estabelecimento " cat " vig-categoria " "
               vig_tipo_descricao " alvo " form-vig-alvo
               " validade " vig-validade " " vig_situacao
           .
       exibe_vigia-exit.
           exit.

      *    exclui a vigia e o estado dela no ALEPIZZA; so o dono da
      *    vigia ou um supervisor
       exclui_vigia section.
           display "Informe o codigo da vigia: "
           accept vig_codigo_busca
           move vig_codigo_busca to vig-codigo
           read vig-arquivo
               invalid key
                   display "Vigia nao encontrada."
               not invalid key
                   if vig-operador not = operador
                       and perfil_operador not = 3
                       display "A vigia e de " vig-operador
                           "; so o dono ou um supervisor exclui."
                   else
                       accept data-sistema from date yyyymmdd
                       perform exibe_vigia
                       display "Confirma a exclusao? ('S'/'N') "
                       accept vig_confirma
                       if vig_confirma = "S" or vig_confirma = "s"
                           delete vig-arquivo record
                               invalid key
                                   display "Falha ao excluir (status "
                                       vig-status ")"
                               not invalid key
                                   perform remove_alertas_vigia
                                   display "Vigia excluida."
                           end-delete
                       end-if
                   end-if
           end-read
           .
       exclui_vigia-exit.
           exit.

      *    apaga do ALEPIZZA as pizzas da vigia vig_codigo_busca
       remove_alertas_vigia section.
           move low-values to ale-chave
           move vig_codigo_busca to ale-vigia
           move "N" to vig_fim
           start ale-arquivo key is not less than ale-chave
               invalid key
                   move "S" to vig_fim
           end-start
           perform until vig_fim = "S"
               read ale-arquivo next record
                   at end
                       move "S" to vig_fim
               end-read
               if vig_fim = "N"
                   if ale-vigia = vig_codigo_busca
                       delete ale-arquivo record
                           invalid key
                               continue
                       end-delete
                   else
                       move "S" to vig_fim
                   end-if
               end-if
           end-perform
           .
       remove_alertas_vigia-exit.
           exit.

      *-------------------exibe alertas pendentes----------------------
      *    alertas ainda nao vistos das vigias do operador da sessao;
      *    na entrada do programa so aparece quando ha algum
      *    (vig_silencioso = "S"); depois de exibidos o operador pode
      *    dar ciencia e eles deixam de aparecer
       exibe_alertas_pendentes section.
           move 0 to vig_pendentes
           move "N" to vig_ciencia
           perform percorre_alertas_pendentes
           if vig_pendentes = 0
               if vig_silencioso = "N"
                   display "Nenhum alerta de preco pendente."
               end-if
           else
               display vig_pendentes " alertas de preco pendentes."
               display "Marcar os alertas como vistos? ('S'/'N') "
               accept vig_confirma
               if vig_confirma = "S" or vig_confirma = "s"
                   move "S" to vig_ciencia
                   perform percorre_alertas_pendentes
               end-if
           end-if
           .
       exibe_alertas_pendentes-exit.
           exit.
      *-----------------fim exibe alertas pendentes--------------------

      *    percorre o ALEPIZZA atras dos alertas pendentes do operador:
      *    exibe cada um ou, com vig_ciencia = "S", marca como visto
       percorre_alertas_pendentes section.
           move low-values to ale-chave
           move "N" to vig_fim
           start ale-arquivo key is not less than ale-chave
               invalid key
                   move "S" to vig_fim
           end-start
           if vig_ciencia = "N"
               display " "
           end-if
           perform until vig_fim = "S"
               read ale-arquivo next record
                   at end
                       move "S" to vig_fim
               end-read
               if vig_fim = "N" and ale-pendente = "S"
                   move ale-vigia to vig-codigo
                   read vig-arquivo
                       invalid key
                           move spaces to vig-operador
                   end-read
                   if vig-operador = operador
                       if vig_ciencia = "S"
                           move "N" to ale-pendente
                           rewrite ale-registro
                               invalid key
                                   continue
                           end-rewrite
                       else
                           add 1 to vig_pendentes
                           perform exibe_alerta_pendente
                       end-if
                   end-if
               end-if
           end-perform
           .
       percorre_alertas_pendentes-exit.
           exit.

       exibe_alerta_pendente section.
           if vig-tipo = "C"
               move "CM2  " to vig_tipo_descricao
           else
               move "FINAL" to vig_tipo_descricao
           end-if
           move ale-diametro to form-diametro
           move vig-alvo to form-vig-alvo
           move ale-preco-alerta to form-vig-novo
           if ale-preco-anterior = 0
               move "     --" to vig_anterior_texto
           else
               move ale-preco-anterior to form-vig-anterior
               move form-vig-anterior to vig_anterior_texto
           end-if
           display ale-data-hora(1:8) " vigia " ale-vigia " "
               ale-nome " " ale-estabelecimento " " form-diametro
               " cm " vig_tipo_descricao " alvo " form-vig-alvo
               " de " vig_anterior_texto " para " form-vig-novo
           .
       exibe_alerta_pendente-exit.
           exit.

      *---------------------verifica vigilancia-------------------------
      *    confronta o CADPIZZA com as vigias ativas; cada pizza vigiada
      *    guarda no ALEPIZZA o ultimo preco visto, e o alerta so
      *    dispara quando o preco mudou desde a verificacao anterior e
      *    esta igual ou abaixo do alvo (uma pizza vista pela primeira
      *    vez ja abaixo do alvo tambem dispara); cada alerta vai para
      *    o AVIPIZZA e fica pendente para o dono da vigia
       verifica_vigilancia section.
           move 0 to vig_alertas
           if vig_disponivel = "N"
               if modo_lote = "N"
                   display "Vigilancia de precos indisponivel (status "
                       vig-status "/" ale-status ")"
               end-if
           else
               perform carrega_vigias
               if qtd_vig_vetor > 0
                   perform monta_data_hora
                   open extend avi-arquivo
                   if avi-status = "35"
                       open output avi-arquivo
                   end-if
                   move spaces to cad-chave-composta
                   start cad-arquivo
                       key is not less than cad-chave-composta
                       invalid key
                           move "23" to cad-status
                   end-start
                   perform until cad-status <> "00"
                       read cad-arquivo next record
                           at end move "10" to cad-status
                       end-read
                       if cad-status = "00"
                           perform confere_pizza_vigias
                       end-if
                   end-perform
                   if avi-status = "00"
                       close avi-arquivo
                   end-if
               end-if
               if modo_lote = "N"
                   display "Vigilancia de precos: " qtd_vig_vetor
                       " vigias ativas, " vig_alertas
                       " alertas novos (AVIPIZZA)."
               end-if
           end-if
           .
       verifica_vigilancia-exit.
           exit.
      *------------------fim verifica vigilancia-----------------------

      *    vigias ativas (sem validade ou ainda dentro dela) em memoria,
      *    para que o catalogo seja lido uma unica vez
       carrega_vigias section.
           accept data-sistema from date yyyymmdd
           move 0 to qtd_vig_vetor
           move 0 to vig-codigo
           move "N" to vig_fim
           start vig-arquivo key is not less than vig-codigo
               invalid key
                   move "S" to vig_fim
           end-start
           perform until vig_fim = "S"
               read vig-arquivo next record
                   at end
                       move "S" to vig_fim
               end-read
               if vig_fim = "N"
                   and (vig-validade = 0
                       or vig-validade not < data-sistema)
                   and qtd_vig_vetor < 500
                   add 1 to qtd_vig_vetor
                   move vig-codigo to vgv_codigo(qtd_vig_vetor)
                   move vig-operador to vgv_operador(qtd_vig_vetor)
                   move vig-pizza to vgv_pizza(qtd_vig_vetor)
                   move vig-estabelecimento
                       to vgv_estabelecimento(qtd_vig_vetor)
                   move vig-categoria to vgv_categoria(qtd_vig_vetor)
                   move vig-tipo to vgv_tipo(qtd_vig_vetor)
                   move vig-alvo to vgv_alvo(qtd_vig_vetor)
               end-if
           end-perform
           .
       carrega_vigias-exit.
           exit.

      *    confere o registro corrente do CADPIZZA contra cada vigia
       confere_pizza_vigias section.
           move cad-chave to vig_nome_cad
           move cad-estabelecimento to vig_estabelecimento_cad
           inspect vig_nome_cad converting
               "abcdefghijklmnopqrstuvwxyz"
               to "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           inspect vig_estabelecimento_cad converting
               "abcdefghijklmnopqrstuvwxyz"
               to "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           compute fator_ajuste_percentual =
               1 + (cad-imposto-percentual / 100
                    - cad-desconto-percentual / 100)
           compute vig_preco_final rounded =
               cad-preco-pizza * fator_ajuste_percentual
           perform varying vgv_ind from 1 by 1
               until vgv_ind > qtd_vig_vetor
               if vgv_pizza(vgv_ind) = vig_nome_cad
                   and (vgv_estabelecimento(vgv_ind) = "*"
                       or vgv_estabelecimento(vgv_ind)
                           = vig_estabelecimento_cad)
                   and (vgv_categoria(vgv_ind) = 0
                       or vgv_categoria(vgv_ind) = cad-categoria)
                   perform confere_alvo_vigia
               end-if
           end-perform
           .
       confere_pizza_vigias-exit.
           exit.

      *    compara o preco corrente com o ultimo visto pela vigia
      *    vgv_ind para a pizza corrente do catalogo
       confere_alvo_vigia section.
           if vgv_tipo(vgv_ind) = "C"
               move cad-preco-cm2 to vig_preco
           else
               move vig_preco_final to vig_preco
           end-if
           move vgv_codigo(vgv_ind) to ale-vigia
           move cad-chave to ale-nome
           move cad-estabelecimento to ale-estabelecimento
           move cad-diametro to ale-diametro
           read ale-arquivo
               invalid key
                   move "N" to vig_achou
               not invalid key
                   move "S" to vig_achou
           end-read

           if vig_achou = "N"
               move vgv_codigo(vgv_ind) to ale-vigia
               move cad-chave to ale-nome
               move cad-estabelecimento to ale-estabelecimento
               move cad-diametro to ale-diametro
               move 0 to ale-preco-anterior
               move 0 to ale-preco-alerta
               move spaces to ale-data-hora
               move "N" to ale-pendente
               move vig_preco to ale-preco-visto
               move 0 to vig_preco_antigo
               if vig_preco <= vgv_alvo(vgv_ind)
                   perform dispara_alerta_vigia
               end-if
               write ale-registro
                   invalid key
                       continue
               end-write
           else
               if vig_preco not = ale-preco-visto
                   move ale-preco-visto to vig_preco_antigo
                   move vig_preco to ale-preco-visto
                   if vig_preco <= vgv_alvo(vgv_ind)
                       perform dispara_alerta_vigia
                   end-if
                   rewrite ale-registro
                       invalid key
                           continue
                   end-rewrite
               end-if
           end-if
           .
       confere_alvo_vigia-exit.
           exit.

      *    marca o alerta pendente no registro do ALEPIZZA e grava a
      *    linha do AVIPIZZA (a linha tambem aparece na tela fora do
      *    lote)
       dispara_alerta_vigia section.
           move vig_preco_antigo to ale-preco-anterior
           move vig_preco to ale-preco-alerta
           move data-hora-formatada to ale-data-hora
           move "S" to ale-pendente
           add 1 to vig_alertas

           if vgv_tipo(vgv_ind) = "C"
               move "CM2  " to vig_tipo_descricao
           else
               move "FINAL" to vig_tipo_descricao
           end-if
           move cad-diametro to form-diametro
           move vgv_alvo(vgv_ind) to form-vig-alvo
           move vig_preco to form-vig-novo
           if vig_preco_antigo = 0
               move "     --" to vig_anterior_texto
           else
               move vig_preco_antigo to form-vig-anterior
               move form-vig-anterior to vig_anterior_texto
           end-if
           move spaces to avi-registro
           string
               data-hora-formatada    delimited by size
               " "                    delimited by size
               vgv_operador(vgv_ind)  delimited by size
               " vigia "              delimited by size
               vgv_codigo(vgv_ind)    delimited by size
               " "                    delimited by size
               cad-chave              delimited by size
               " "                    delimited by size
               cad-estabelecimento    delimited by size
               " "                    delimited by size
               form-diametro          delimited by size
               " cm "                 delimited by size
               vig_tipo_descricao     delimited by size
               " alvo "               delimited by size
               form-vig-alvo          delimited by size
               " de "                 delimited by size
               vig_anterior_texto     delimited by size
               " para "               delimited by size
               form-vig-novo          delimited by size
               into avi-registro
           end-string
           if avi-status = "00"
               write avi-registro
           end-if
           if modo_lote = "N"
               display avi-registro
           end-if
           .
       dispara_alerta_vigia-exit.
           exit.

      *-----------------------grava catalogo------------------------------
      *    grava (ou regrava) a pizza corrente no cadastro mestre;
      *    antes de gravar le o registro atual para capturar a imagem
      *    anterior do jornal de auditoria
       grava_catalogo section.
           move nome(ind)       to cad-chave
           move estabelecimento(ind) to cad-estabelecimento
           move diametro(ind)   to cad-diametro
           move "N" to aud_existia
           move spaces to aud_antes
           read cad-arquivo
               invalid key
                   continue
               not invalid key
                   move "S" to aud_existia
                   perform monta_campos_auditoria
                   move aud_campos to aud_antes
           end-read

           move nome(ind)       to cad-chave
           move estabelecimento(ind) to cad-estabelecimento
           move diametro(ind)   to cad-diametro
           move preco_pizza(ind) to cad-preco-pizza
           move imposto_percentual(ind) to cad-imposto-percentual
           move desconto_percentual(ind) to cad-desconto-percentual
           move preco_cm2(ind)  to cad-preco-cm2
      *    carimba a data da coleta do preco em toda gravacao, seja
      *    ela manual, de lote ou de manutencao
           accept data-sistema from date yyyymmdd
           move data-sistema to data_preco(ind)
           move data-sistema to cad-data-preco
           move categoria(ind) to cad-categoria

           write cad-pizza-registro
               invalid key
                   rewrite cad-pizza-registro
           end-write
           move "S" to houve_cadastro

           if aud_existia = "S"
               move "A" to aud_acao
           else
               move "I" to aud_acao
           end-if
           perform monta_campos_auditoria
           move aud_campos to aud_depois
           perform grava_auditoria
           .
       grava_catalogo-exit.
           exit.
      *---------------------fim grava catalogo-----------------------------

      *-----------------------monta data e hora----------------------------
      *    carimbo unico de data-hora usado pelo historico e pelo
      *    jornal de auditoria
       monta_data_hora section.
           accept data-sistema from date yyyymmdd
           accept hora-sistema from time
           move spaces to data-hora-formatada
           string
               data-sistema delimited by size
               "-"          delimited by size
               hora-sistema delimited by size
               into data-hora-formatada
           end-string
           .
       monta_data_hora-exit.
           exit.
      *--------------------fim monta data e hora---------------------------

      *--------------------monta campos de auditoria-----------------------
      *    formata os campos do registro corrente do CADPIZZA numa
      *    unica faixa "diametro/preco/imposto/desconto/cm2" (apenas
      *    os digitos, com o decimal implicito) para as imagens antes
      *    e depois do jornal
       monta_campos_auditoria section.
      *    registro corrente do CADPIZZA, que em todos os pontos de
      *    gravacao/exclusao ja esta posicionado na pizza do evento
       grava_auditoria section.
           move cad-chave           to aud_evento_nome
           move cad-estabelecimento to aud_evento_estabelecimento
           if aud_acao = "I" or aud_acao = "A" or aud_acao = "M"
               string
                   cad-data-preco delimited by size
                   "/"            delimited by size
                   cad-categoria  delimited by size
                   into aud_complemento
               end-string
           end-if
           perform grava_auditoria_evento
           .
       grava_auditoria-exit.
           exit.

      *    grava o evento com a chave ja montada em aud_evento_nome e
      *    aud_evento_estabelecimento (eventos sem pizza: login
      *    recusado, acesso negado)
       grava_auditoria_evento section.
           perform monta_data_hora

           open extend aud-arquivo
           move " - "               to aud-separador-2
           move aud_acao            to aud-acao
           move " - "               to aud-separador-3
           move aud_evento_nome     to aud-nome
           move " - "               to aud-separador-4
           move aud_evento_estabelecimento to aud-estabelecimento
           move " - "               to aud-separador-5
           move aud_antes           to aud-antes
           move " - "               to aud-separador-6
           move aud_depois          to aud-depois
           if aud_complemento not = spaces
               move " - "           to aud-separador-7
               move aud_complemento to aud-complemento
           end-if
           write aud-registro
           move spaces to aud_complemento

           close aud-arquivo
           .
       grava_auditoria_evento-exit.
           exit.
      *---------------------fim grava auditoria----------------------------

               move preco_cm2(sort_ind)      to sort-preco-cm2
               move data_preco(sort_ind)     to sort-data-preco
               move categoria(sort_ind)      to sort-categoria
               move pvt_marca(sort_ind)      to sort-marca-promocao
               move pvt_preco_regular(sort_ind)
                   to sort-preco-regular
               move pvt_cm2_regular(sort_ind) to sort-cm2-regular
               release sort-registro
           end-perform
           .
                       move sort-preco-cm2 to preco_cm2(sort_ind)
                       move sort-data-preco to data_preco(sort_ind)
                       move sort-categoria to categoria(sort_ind)
                       move sort-marca-promocao
                           to pvt_marca(sort_ind)
                       move sort-preco-regular
                           to pvt_preco_regular(sort_ind)
                       move sort-cm2-regular
                           to pvt_cm2_regular(sort_ind)
               end-return
           end-perform
           .
                       and categoria(ind) not = filtro_categoria)
                   continue
               else
                   display relatorio_pizzas(ind) pvt_marca(ind)
                       val_marcador
               end-if
           end-perform

                   " - " cat_descricao_exibe ":"
               display relatorio_pizzas(
                   rank_cat_melhor(cat_rank_ind))
                   pvt_marca(rank_cat_melhor(cat_rank_ind))
           end-perform

      *    ranking custo-beneficio pelas avaliacoes da equipe
           perform exibe_ranking_valor
           .
       saida_informacoes-exit.
           exit.
           move spaces to csv-registro
           string
               "NOME;ESTABELECIMENTO;DIAMETRO;PRECO;PRECO_CM2;"
               "DIFERENCA_PERCENTUAL;DATA_PRECO;VALIDADE;CATEGORIA;"
               "PROMOCAO;NOTA_MEDIA;AVALIACOES;INDICE_VALOR"
                                  delimited by size
               into csv-registro
           end-string
                   move preco_pizza(ind)        to form-preco-pizza
                   move preco_cm2(ind)          to form-preco-cm2
                   move diferenca_percentual(ind) to form-diferenca
      *            nota e indice so aparecem quando a pizza tem
      *            avaliacao e, o indice, quando atinge o minimo
                   move spaces to ava_media_texto
                   move spaces to ava_indice_texto
                   move avv_qtd(ind) to form-ava-qtd
                   if avv_qtd(ind) > 0
                       move avv_media(ind) to form-ava-media
                       move form-ava-media to ava_media_texto
                   end-if
                   if avv_indice(ind) > 0
                       move avv_indice(ind) to form-ava-indice
                       move form-ava-indice to ava_indice_texto
                   end-if

                   move spaces to csv-registro
                   string
                                      delimited by size
                       ";"            delimited by size
                       categoria(ind) delimited by size
                       ";"            delimited by size
                       function trim(pvt_marca(ind))
                                      delimited by size
                       ";"            delimited by size
                       function trim(ava_media_texto)
                                      delimited by size
                       ";"            delimited by size
                       function trim(form-ava-qtd)
                                      delimited by size
                       ";"            delimited by size
                       function trim(ava_indice_texto)
                                      delimited by size
                       into csv-registro
                   end-string
                   write csv-registro
                               continue
                           else
                               display relatorio_pizzas(ind)
                                   pvt_marca(ind) val_marcador
                           end-if
                       end-if
                   end-perform
                   " - " cat_descricao_exibe ":"
               display relatorio_pizzas(
                   rank_cat_melhor(cat_rank_ind))
                   pvt_marca(rank_cat_melhor(cat_rank_ind))
           end-perform
           move 1 to ind
           .
           string
               "Data: " delimited by size
               data-sistema delimited by size
               " - promocoes vigentes em " delimited by size
               data_referencia delimited by size
               into rel-registro
           end-string
           write rel-registro
                       form-diferenca delimited by size
                       ";"            delimited by size
                       data_preco(ind) delimited by size
                       pvt_marca(ind) delimited by size
                       val_marcador   delimited by size
                       into rel-registro
                   end-string
               write rel-registro
           end-perform

      *    ranking custo-beneficio depois do rodape de categorias
           perform imprime_ranking_valor

           close rel-arquivo
           move 1 to ind
           .
