
           If sv-varlen-switch = 'Y' Or stack-varlen-on
             Or sv-compress-switch = 'Y' Or stack-compress-on
             Or stack-segmented-on
             Or sv-item-len Not = stack-item-len
               Display myname ' item lengths or modes differ;'
                 ' item compare not possible'
