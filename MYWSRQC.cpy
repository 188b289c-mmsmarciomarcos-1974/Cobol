      *================================================================*
      * COPYBOOK MYWSRQC - REQUISICAO DO SERVICO DE CONSULTA DE
      * CLIENTE (MYCICSWS). DOCUMENTACAO DOS CAMPOS NO MYWSCLIC.
      *================================================================*
       01 WSC-REQUISICAO.
           05 WSC-REQ-ID-CLIENTE    PIC X(10).
           05 WSC-REQ-CANAL         PIC X(08).
