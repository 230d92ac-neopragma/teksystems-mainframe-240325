           end-if
           move space to GD-Posted-Flag
           move zero to GD-Posted-Date
      * A fed game came off the scorer's own system - no second
      * keying to verify.
           move space to GD-Verify-Status
           move spaces to GD-Keyed-By
           move spaces to GD-Verified-By
           move space to GD-Suspect-Status
           write FD-Game-Detail-Record
           end-write
           evaluate true
