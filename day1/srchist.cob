           DISPLAY SH-MAINT-DATE ' action ' SH-ACTION ' source '
                   FUNCTION TRIM(SH-SOURCE-ID)

           IF SH-MAKER-ID NOT = SPACES OR SH-CHECKER-ID NOT = SPACES
               DISPLAY '  keyed by ' FUNCTION TRIM(SH-MAKER-ID)
                       ', approved by ' FUNCTION TRIM(SH-CHECKER-ID)
           END-IF

           IF SH-BEFORE-IMAGE = SPACES
               DISPLAY '  before: (not on master)'
           ELSE
