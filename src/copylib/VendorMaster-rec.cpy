               *> Y = receipts of this material type land on QA hold
               *> until inspection releases them.
               02 v-inspectFlag pic x(1).
               *> Payment terms: an invoice falls due v-netDays after
               *> its invoice date, and paying within v-discDays of
               *> that date earns v-discPct off. 0 net days means due
               *> on receipt; 0 percent means no early-pay discount.
               02 v-netDays pic 9(3).
               02 v-discDays pic 9(3).
               02 v-discPct pic 9(2)v99.
               *> Vendor standing: space or A = active, H = on hold
               *> (no new POs; receipts against open POs still
               *> allowed), B = blocked (no POs and no receipts),
               *> I = inactive (retired; refused like blocked). Kept
               *> the same on every material-type row of the vendor.
               02 v-status pic x(1).
               02 v-statusReason pic x(30).
               02 v-statusBy pic x(10).
               02 v-statusDate pic 9(8).
               *> Currency the vendor prices and bills in (ISO code,
               *> e.g. EUR); spaces = home currency. Kept the same on
               *> every material-type row of the vendor.
               02 v-currency pic x(3).
               *> Address approved POs are announced to through the
               *> notification outbox; spaces = phone only.
               02 v-email pic x(40).
               *> Y = vendor-managed inventory: the supplier gets a
               *> daily stock and usage feed for the items they carry
               *> on ItemVendors.dat and sends back replenishment
               *> lines that become DRAFT POs. One flagged row marks
               *> the whole vendor.
               02 v-vmiFlag pic x(1).
