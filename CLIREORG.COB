                                         CLIENTES-PLANO
                                         CLIENTES-NASCIMENTO
                           MOVE SPACES TO CLIENTES-CANAL
                                          CLIENTES-EMAIL-SIT
                                          CLIENTES-END-SIT
                                          CLIENTES-CONFIRMAR
                           WRITE CLIENTES-REG
                           ADD 1 TO WRK-QT-CLI-GRAVADOS
                           READ CLIVELHO NEXT
