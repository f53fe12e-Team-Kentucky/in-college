           05 company-verified     pic x(1) value 'N'.
               88 company-is-verified value 'Y'.
           05 company-verified-date pic x(8) value spaces.
           *> Billing tier - a row of billing-prices.dat; blank bills
           *> at the STANDARD row
           05 company-billing-tier pic x(10) value spaces.
           *> Campus that holds the employer relationship, or ALL
           *> for one every campus's staff works with
           05 company-campus       pic x(8) value spaces.
