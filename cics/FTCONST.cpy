       01  FT-Rank-TransId                pic x(4) value "FRTK".
       01  FT-Rank-Map                    pic x(7) value "FRTKMAP".
       01  FT-Rank-Mapset                 pic x(7) value "FRTKMSD".
       01  FT-Game-Result-File-Name       pic x(8) value "FRTGRES".
       01  FT-Schedule-Maint-Program      pic x(8) value "FRTSMNT".
       01  FT-Schedule-Maint-TransId      pic x(4) value "FRTS".
       01  FT-Schedule-Maint-Map          pic x(7) value "FRTSMAP".
       01  FT-Schedule-Maint-Mapset       pic x(7) value "FRTSMSD".
       01  FT-Verify-Program              pic x(8) value "FRTGVFY".
       01  FT-Verify-TransId              pic x(4) value "FRTY".
       01  FT-Verify-Map                  pic x(7) value "FRTYMAP".
       01  FT-Verify-Mapset               pic x(7) value "FRTYMSD".
       01  FT-Supervisor-TDQ-Name         pic x(4) value "FTSQ".
       01  FT-Player-Lookup-Program       pic x(8) value "FRTPLKP".
       01  FT-Player-Lookup-TransId       pic x(4) value "FRTF".
       01  FT-Player-Lookup-Map           pic x(7) value "FRTFMAP".
       01  FT-Player-Lookup-Mapset        pic x(7) value "FRTFMSD".
       01  FT-Name-Path-File-Name         pic x(8) value "FRTHRNM".
       01  FT-Career-Name-Path-Name       pic x(8) value "FRTCANM".
       01  FT-Master-Name-Path-Name       pic x(8) value "FRTPMNM".
       01  FT-Start-Key-Container-Name    pic x(16) value
               "FT-STARTKEY".
       01  FT-System-Status-File-Name     pic x(8) value "FRTSYSC".
       01  FT-Batch-Window-Key            pic x(8) value "BATCHWIN".
       01  FT-Batch-Status-Program        pic x(8) value "FRTBWST".
       01  FT-Batch-Status-TransId        pic x(4) value "FRTW".
       01  FT-Batch-Status-Map            pic x(7) value "FRTWMAP".
       01  FT-Batch-Status-Mapset         pic x(7) value "FRTWMSD".
       01  FT-Age-Rule-File-Name          pic x(8) value "FRTAGER".
       01  FT-Official-File-Name          pic x(8) value "FRTOFCL".
       01  FT-Assignment-File-Name        pic x(8) value "FRTOASN".
       01  FT-Official-Maint-Program      pic x(8) value "FRTOMNT".
       01  FT-Official-Maint-TransId      pic x(4) value "FRTO".
       01  FT-Official-Maint-Map          pic x(7) value "FRTOMAP".
       01  FT-Official-Maint-Mapset       pic x(7) value "FRTOMSD".
       01  FT-Assignment-Program          pic x(8) value "FRTOASG".
       01  FT-Assignment-TransId          pic x(4) value "FRTR".
       01  FT-Assignment-Map              pic x(7) value "FRTRMAP".
       01  FT-Assignment-Mapset           pic x(7) value "FRTRMSD".
       01  FT-Official-Team-Game-Limit    pic 9(2) value 06.
       01  FT-Practice-File-Name          pic x(8) value "FRTPRAC".
       01  FT-Practice-Entry-Program      pic x(8) value "FRTPENT".
       01  FT-Practice-Entry-TransId      pic x(4) value "FRTX".
       01  FT-Practice-Entry-Map          pic x(7) value "FRTXMAP".
       01  FT-Practice-Entry-Mapset       pic x(7) value "FRTXMSD".
