           FD ApprovalSignoffs.
           01 ApprovalSignoffRec.
               *> Every level that signed a request or PO, in order:
               *> the approvedBy stamp on the document only names the
               *> last one.
               02 asKey.
                   *> R = request (requestID), P = purchase order.
                   03 as-docType pic x(1).
                   03 as-docID pic 9(6).
                   03 as-seq pic 9(2).
               02 as-operator pic x(10).
               *> The approver as-operator stood in for under a
               *> delegation; their limits were the ones applied.
               02 as-actingFor pic x(10).
               02 as-docValue pic 9(9)v99.
               *> The signer's limit for the document; 0 when no
               *> matrix row covered them.
               02 as-limit pic 9(9)v99.
               *> ROUTED = signed within their authority but the
               *> document needs a higher level; APPROVED = the
               *> signature that released it; REJECTED (a request)
               *> or VOIDED (a PO) ends it.
               02 as-outcome pic x(10).
               02 as-director pic x(1).
               02 as-date pic 9(8).
               02 as-time pic x(8).
