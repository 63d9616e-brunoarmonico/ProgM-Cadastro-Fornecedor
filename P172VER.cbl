      *CADASTRO DE FORNECEDORES, PARA A LIMPEZA MENSAL DA BASE. SAO
      *CRUZADAS AS RELACOES QUE AS TELAS NAO GARANTEM:
      *  GRAVE - FORNECEDOR CUJO FCEP NAO EXISTE MAIS NO CADCEP (O
      *          P172CEP RECUSA EXCLUIR CEP EM USO E O P172CEM APLICA
      *          A RENUMERACAO DOS CORREIOS; SOBRAM OS CASOS DA LISTA
      *          MANUAL DO P172CEM E OS CEPS EXCLUIDOS ANTES DISSO)
      *  GRAVE - CONTATO DO CADCONT SEM FORNECEDOR CORRESPONDENTE NO
      *          CADFORN (ORFAO)
      *  MEDIO - FORNECEDOR SEM O CONTATO PRINCIPAL (CONT-SEQ 01) NO
