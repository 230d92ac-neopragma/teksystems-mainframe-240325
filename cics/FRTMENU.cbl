               value "11 Player master maintenance    (FRTN)".
           05  filler                     pic x(40)
               value "12 Player ranking inquiry       (FRTK)".
           05  filler                     pic x(40)
               value "13 Schedule maintenance         (FRTS)".
           05  filler                     pic x(40)
               value "14 Verify a keyed game          (FRTY)".
           05  filler                     pic x(40)
               value "15 Find a player by name        (FRTF)".
           05  filler                     pic x(40)
               value "16 Batch window status/reset    (FRTW)".
           05  filler                     pic x(40)
               value "17 Officials master maintenance (FRTO)".
           05  filler                     pic x(40)
               value "18 Assign game officials        (FRTR)".
           05  filler                     pic x(40)
               value "19 Key practice free throws     (FRTX)".
       01  Menu-Option-Table redefines Menu-Option-Text.
           05  Menu-Option                pic x(40) occurs 19 times.
       01  Transfer-to-Program            pic x(8).
       01  Display-Messages.
           05  MSG-Select-Prompt          pic x(52)
           move low-values to FRTMMAPO
           move FT-Menu-TransId to TRANIDO
           perform varying Option-Subscript from 1 by 1
                   until Option-Subscript greater than 19
               move Menu-Option(Option-Subscript)
                   to OPTO(Option-Subscript)
           end-perform
                   move FT-Player-Maint-Program to Transfer-to-Program
               when "12"
                   move FT-Rank-Program to Transfer-to-Program
               when "13"
                   move FT-Schedule-Maint-Program to Transfer-to-Program
               when "14"
                   move FT-Verify-Program to Transfer-to-Program
               when "15"
                   move FT-Player-Lookup-Program to Transfer-to-Program
               when "16"
                   move FT-Batch-Status-Program to Transfer-to-Program
               when "17"
                   move FT-Official-Maint-Program
                       to Transfer-to-Program
               when "18"
                   move FT-Assignment-Program to Transfer-to-Program
               when "19"
                   move FT-Practice-Entry-Program
                       to Transfer-to-Program
               when other
                   move spaces to Transfer-to-Program
           end-evaluate
