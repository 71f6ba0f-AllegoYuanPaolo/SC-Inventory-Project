                       organization is indexed
                       access mode is dynamic
                       record key is v-materialType
                       *> One vendor can supply several material
                       *> types, so the code repeats across rows;
                       *> AP looks a vendor's terms up by it.
                       alternate key is vendorCode with duplicates
                       file status is vendStat.
