      * registro: caso contrario a trilha de auditoria mentiria que a
      * exclusao foi persistida (mesmo cuidado ja adotado em UPDATT.cbl
      * e CREATE.cbl).
      * Linha de matricula cancelada ja teve a vaga oferecida no
      * cancelamento (CANCMAT): nao chama a fila de novo.
                    IF WS-FS = 0
                        DISPLAY 'CONTATO EXCLUIDO COM SUCESSO'
                        IF IA-STATUS NOT = 'CANCELADO'
                            PERFORM P350-OFERTA-FILA
                        END-IF
                    ELSE
                        DISPLAY 'ERRO AO EXCLUIR O CONTATO --> COD '
                                                              WS-FS
