      * OPENBUY - Open-to-buy record layout.  Keyed VSAM KSDS, key =
      * OTB-Account; one record per account carrying a credit limit,
      * maintained by the BCTPOST posting run: limit, balance after
      * posting, and the remaining open-to-buy (figured on the
      * balance less any amounts in open dispute on DISPUTE, which
      * do not count against the limit).  The order desk
      * checks it by account number in real time, the same way it
      * checks holds on CRDHOLD - before the shipment, not after the
      * 120-plus bucket.
