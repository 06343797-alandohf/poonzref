      **     override log (override.log, via the shared ovrlog
      **     writer) alongside the opslog entry, so the weekly
      **     ovrrpt totals see every bypass in one place.
      **     the month-, quarter- and year-end blackout rows no
      **     longer have to be keyed by hand each year: calmnt
      **     generates a year's "B" rows in one step from the fiscal
      **     period ends in the shop calendar (bizcal.dat), leaving
      **     dates already blacked out alone.
      ***********************************************************************

       Identification Division.
