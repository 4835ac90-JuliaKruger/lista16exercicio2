                                                   value space.
           05 fd-jog-divisao                       pic x(01)
                                                   value space.
           05 fd-jog-situacao                      pic x(01)
                                                   value space.


      *>----Variáveis de trabalho
