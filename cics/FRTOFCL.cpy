      *****************************************************************
      * FRTOFCL - Game officials master record layout.  Keyed VSAM
      * KSDS, key = OF-Official-Id; one record per referee on the
      * league's list, maintained online through FRTOMNT.  The grade
      * is the league's own rating of the official, and the home
      * city is where travel is paid from.  Up to three affiliated
      * teams - a team the official has played for, coached, or has
      * family on - are carried so FRTOASG can refuse to assign the
      * official to a game involving any of them.  A departed
      * official is retired in place (flipped Inactive), never
      * removed, so the id stays reserved and the official's past
      * assignments still resolve to a name.
      *****************************************************************
           05  OF-Official-Id             pic x(06).
           05  OF-Official-Name           pic x(30).
           05  OF-Grade                   pic x(02).
           05  OF-Home-City               pic x(20).
           05  OF-Affiliated-Team         pic x(20) occurs 3 times.
           05  OF-Status                  pic x(01).
               88  OF-Active              value "A".
               88  OF-Inactive            value "I".
