               NOT AT END
                   MOVE VIE-ID-EMPL  TO HIS-ID-EMPL
                   MOVE VIE-PERIODO  TO HIS-PERIODO
                   MOVE 0            TO HIS-QNA
                   MOVE VIE-NOM-EMPL TO HIS-NOM-EMPL
                   MOVE VIE-NOM-DEP  TO HIS-NOM-DEP
                   MOVE VIE-S-MEN    TO HIS-S-MEN
