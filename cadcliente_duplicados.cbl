                 ==CLI_SIT_MOTIVO== BY ==SRT-SIT-MOTIVO==
                 ==CLI_CEP== BY ==SRT-CEP==
                 ==CLI_QUARENTENA== BY ==SRT-QUARENTENA==
                 ==CLI-QUARENTENADO== BY ==SRT-QUARENTENADO==
                 ==CLI-QUARENTENA-RECEITA== BY
                 ==SRT-QUARENTENA-RECEITA==
                 ==CLI_VENDEDOR== BY ==SRT-VENDEDOR==
                 ==CLI_DEVOLUCAO== BY ==SRT-DEVOLUCAO==
                 ==CLI_DEV_FLAG== BY ==SRT-DEV-FLAG==
                 ==CLI-END-DEVOLVIDO== BY ==SRT-END-DEVOLVIDO==
                 ==CLI_DEV_MOTIVO== BY ==SRT-DEV-MOTIVO==
                 ==CLI_DEV_DATA== BY ==SRT-DEV-DATA==.

       FD REL-FILE.

