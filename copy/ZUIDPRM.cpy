      *   RETENTION-DAYS    UID023P/UID035P archival cutoff (90)
      *   RSV-EXPIRY-DAYS   UID035P uncollected-reservation age (30)
      *   SWEEP-DELAY-SECS  UIDSWP re-START delay (300)
      *   POOL-CHECK-SECS   UIDRPL pool-replenisher re-START delay (900)
      *   WEB-RETRY-MAX     UID001 WEB retry cap (3)
      *   PEND-EXPIRY-HRS   UIDPND pending-change age limit (24)
      *   LAT-THRESHOLD-MS  UID043R slow-call listing, ms - carried
      *                     on UID022X's LATX trailer (500)
      *   LOG-SUPP-WINDOW   UIDLOG storm window, ms (300000)
      *   LOG-SUPP-EVERY-N  UIDLOG storm summary interval (100)
      *   UID001-SCHEME/-HOST/-PORT/-PATH/-URIMAP
