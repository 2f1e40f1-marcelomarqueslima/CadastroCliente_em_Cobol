      *            HIST_DATA_INI - AAAAMMDD lower bound (blank = open)
      *            HIST_DATA_FIM - AAAAMMDD upper bound (blank = open)
      * Tectonics: cobc
      ******************************************************************
      * Modification History
      * 15/10/2026 MML ANONIMIZ pairs written by CADCLIENTE_ANONIMIZA
      *                print as a personal-data anonymization notice
      *                instead of a field comparison.
      * 15/10/2026 MML RFB-QUAR / RFB-LIB pairs (quarantine placed or
      *                lifted by CADCLIENTE_RECEITA) print a notice:
      *                CLI_QUARENTENA is not part of the image.
      * 15/10/2026 MML END-COBR / END-ENTR / END-CORR pairs (additional
      *                addresses of CADCLIENTE option 8) print a notice
      *                naming the address type ahead of the comparison,
      *                whose address fields are the additional
      *                address, not the main one.
      * 15/10/2026 MML VENDEDOR pairs (sales rep changed by CADCLIENTE
      *                option 9 or CADCLIENTE_TRANSFERE) print a
      *                notice and the rep before and after, carried in
      *                the situation-reason slot of the image.
      ******************************************************************
       IDENTIFICATION DIVISION.

               WRITE REL-LINHA
               GO TO 2300-EXIT
           END-IF
           IF WH-OPERACAO = "RFB-QUAR"
               MOVE "QUARENTENA - DOCUMENTO IRREGULAR NA RECEITA" TO
                    WS-AVISO-TXTO
               MOVE WS-LINAVISO TO REL-LINHA
               WRITE REL-LINHA
           END-IF
           IF WH-OPERACAO = "RFB-LIB"
               MOVE "QUARENTENA LIBERADA - DOCUMENTO REGULAR NA" &
                    " RECEITA" TO WS-AVISO-TXTO
               MOVE WS-LINAVISO TO REL-LINHA
               WRITE REL-LINHA
           END-IF
           IF WH-OPERACAO = "END-COBR"
               MOVE "ENDEREÇO DE COBRANÇA (CLI_ENDER.DAT)" TO
                    WS-AVISO-TXTO
               MOVE WS-LINAVISO TO REL-LINHA
               WRITE REL-LINHA
           END-IF
           IF WH-OPERACAO = "END-ENTR"
               MOVE "ENDEREÇO DE ENTREGA (CLI_ENDER.DAT)" TO
                    WS-AVISO-TXTO
               MOVE WS-LINAVISO TO REL-LINHA
               WRITE REL-LINHA
           END-IF
           IF WH-OPERACAO = "END-CORR"
               MOVE "ENDEREÇO DE CORRESPONDÊNCIA (CLI_ENDER.DAT)" TO
                    WS-AVISO-TXTO
               MOVE WS-LINAVISO TO REL-LINHA
               WRITE REL-LINHA
           END-IF
           IF WH-OPERACAO = "VENDEDOR"
               MOVE "CARTEIRA DE VENDEDOR (CLI_VEND.DAT)" TO
                    WS-AVISO-TXTO
               MOVE WS-LINAVISO TO REL-LINHA
               WRITE REL-LINHA
               MOVE "VENDEDOR" TO WS-CMP-NOME
               MOVE WA-SIT-MOTIVO TO WS-CMP-DE
               MOVE WH-SIT-MOTIVO TO WS-CMP-PARA
               PERFORM 2490-GRAVAR-CAMPO THRU 2490-EXIT
               GO TO 2300-EXIT
           END-IF
           IF WH-OPERACAO = "ANONIMIZ"
               MOVE "DADOS PESSOAIS ANONIMIZADOS (LGPD)" TO
                    WS-AVISO-TXTO
               MOVE WS-LINAVISO TO REL-LINHA
               WRITE REL-LINHA
               GO TO 2300-EXIT
           END-IF
           PERFORM 2400-COMPARAR-CAMPOS THRU 2400-EXIT.
       2300-EXIT.
           EXIT.
