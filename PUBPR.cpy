                               " du " PUB-TBL-DATE(WS-PUB-IDX)
                               ") ; run producteur interrompu ?"
                       MOVE 12 TO RETURN-CODE
                       GOBACK
                    END-IF
                 END-IF
              END-PERFORM
