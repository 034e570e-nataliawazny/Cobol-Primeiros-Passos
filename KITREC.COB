      *> COPY DENTRO DE FILE SECTION, APOS O FD DO KIT-FILE -
      *> LAYOUT COMUM DO KIT-REC (KITMAST): ESTRUTURA DOS KITS
      *> (LISTA DE MATERIAIS), UM REGISTRO POR COMPONENTE, MANTIDA
      *> PELO PROGCOB118; O KIT E OS COMPONENTES SAO PRODUTOS DO
      *> PRODMAST, E UM COMPONENTE NAO PODE SER ELE MESMO UM KIT
      *> (ESTRUTURA DE UM NIVEL SO)
      *> KIT-QTD = QUANTIDADE DO COMPONENTE EM UMA UNIDADE DO KIT
       01  KIT-REC.
           02 KIT-CODIGO     PIC 9(06).
           02 KIT-COMPONENTE PIC 9(06).
           02 KIT-QTD        PIC 9(03).
