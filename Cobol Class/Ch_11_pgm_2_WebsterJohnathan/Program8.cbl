               when '02'
                   move WS-Input(1:20) to WS-Work-Image(6:20)
               when '03'
               when '14'
                   move WS-Input(1:2) to WS-Work-Image(26:2)
               when '04'
               when '15'
                   move WS-Input(1:2) to WS-Work-Image(28:2)
               when '05'
               when '06'
               when '08'
                   move WS-Input(1:2) to WS-Work-Image(45:2)
               when '09'
               when '16'
                   move WS-Input(1:2) to WS-Work-Image(47:2)
               when '10'
                   move WS-Input(1:5) to WS-Work-Image(49:5)
