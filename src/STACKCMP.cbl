           05  a-varlen-switch          PIC X(001) Value 'N'.
           05  a-compress-switch        PIC X(001) Value 'N'.
           05  a-overflow-switch        PIC X(001) Value 'N'.
           05  a-segmented-switch       PIC X(001) Value 'N'.
           05  a-tagged-switch          PIC X(001) Value 'N'.
           05  a-tags-len               PIC 9(009) Binary Value 0.
           05  a-tags-ptr               Pointer    Value NULL.
           Move stack-varlen-switch   To a-varlen-switch
           Move stack-compress-switch To a-compress-switch
           Move stack-overflow-switch To a-overflow-switch
           Move stack-segmented-switch To a-segmented-switch
           Move stack-tagged-switch  To a-tagged-switch
           Move stack-tags-len       To a-tags-len
           Move stack-tags-ptr       To a-tags-ptr

               If a-varlen-switch = 'Y' Or stack-varlen-on
                 Or a-compress-switch = 'Y' Or stack-compress-on
                 Or a-segmented-switch = 'Y' Or stack-segmented-on
                 Or a-item-len Not = stack-item-len
                   Display myname ' item lengths or modes differ;'
                     ' compare not possible'
