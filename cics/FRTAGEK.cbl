       Identification Division.
       Program-Id. FRTAGEK.
      *****************************************************************
      * Age-eligibility ruling for the youth and masters divisions.
      * Given a player's birthdate from the player master and the
      * age rule (FRTAGER) that governs the team's division, this
      * routine answers eligible, not eligible, or no birthdate on
      * file - so FRTADD, FRTLOAD, FRTXFER and the FRTAGEX preseason
      * listing all apply the same rule instead of four private
      * copies of it, the reason FRTQUAL exists for the rate boards.
      *
      * Called with a single parameter area by reference, the same
      * convention FRTQUAL uses.  The caller finds the rule; this
      * routine does no file I/O of its own, so the online FRTADD
      * can call it as readily as the batch jobs.  Age is whole
      * years completed on the as-of date - a player born on the
      * as-of day itself has had that birthday.  Under-age means
      * strictly younger than AGR-Under-Age; the minimum age is
      * inclusive.  A zero as-of date rules as of today.
      *****************************************************************
       Data Division.
       Working-Storage Section.
       01  Age-Work-Fields.
           05  AWK-As-Of-Date.
               10  AWK-As-Of-Year         pic 9(04).
               10  AWK-As-Of-Month-Day    pic 9(04).
           05  AWK-Birth-Date.
               10  AWK-Birth-Year         pic 9(04).
               10  AWK-Birth-Month-Day    pic 9(04).
           05  AWK-Age-Display            pic zz9.
           05  AWK-Limit-Display          pic zz9.
       Linkage Section.
       01  AGK-Parms.
           05  AGK-Birth-Date             pic 9(8).
           05  AGK-Under-Age              pic 9(3).
           05  AGK-Minimum-Age            pic 9(3).
           05  AGK-As-Of-Date             pic 9(8).
           05  AGK-Result                 pic x(1).
               88  AGK-Eligible           value "Y".
               88  AGK-Not-Eligible       value "N".
               88  AGK-No-Birth-Date      value "B".
           05  AGK-Age                    pic 9(3).
           05  AGK-Reason                 pic x(40).
       Procedure Division
               using AGK-Parms.
           move spaces to AGK-Reason
           move zero to AGK-Age
           if AGK-As-Of-Date not numeric
               or AGK-As-Of-Date equal zero
               move function current-date(1:8) to AWK-As-Of-Date
           else
               move AGK-As-Of-Date to AWK-As-Of-Date
           end-if
           if AGK-Birth-Date not numeric
               or AGK-Birth-Date equal zero
               or AGK-Birth-Date greater than AWK-As-Of-Date
               set AGK-No-Birth-Date to true
               move "no birthdate on the player master"
                   to AGK-Reason
               goback
           end-if
           perform 1000-Compute-Age
           perform 2000-Apply-Rule
           goback
           .
       1000-Compute-Age.
           move AGK-Birth-Date to AWK-Birth-Date
           compute AGK-Age = AWK-As-Of-Year - AWK-Birth-Year
           end-compute
           if AWK-As-Of-Month-Day less than AWK-Birth-Month-Day
               subtract 1 from AGK-Age
           end-if
           move AGK-Age to AWK-Age-Display
           .
       2000-Apply-Rule.
           set AGK-Eligible to true
           if AGK-Under-Age numeric
               and AGK-Under-Age greater than zero
               and AGK-Age not less than AGK-Under-Age
               set AGK-Not-Eligible to true
               move AGK-Under-Age to AWK-Limit-Display
               string "age " delimited by size
                      AWK-Age-Display delimited by size
                      " - division is under " delimited by size
                      AWK-Limit-Display delimited by size
                  into AGK-Reason
               end-string
           end-if
           if AGK-Minimum-Age numeric
               and AGK-Minimum-Age greater than zero
               and AGK-Age less than AGK-Minimum-Age
               set AGK-Not-Eligible to true
               move AGK-Minimum-Age to AWK-Limit-Display
               string "age " delimited by size
                      AWK-Age-Display delimited by size
                      " - division is " delimited by size
                      AWK-Limit-Display delimited by size
                      " and over" delimited by size
                  into AGK-Reason
               end-string
           end-if
           .
