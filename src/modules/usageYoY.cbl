           perform rollupType.

       readBucketThisYr.
           move itemID to u-itemID
           move "M" to u-periodType
           move bucketKey to u-periodKey
           read UsageTrend key is UsageKey
           end-read.

       readBucketLastYr.
           move itemID to u-itemID
           move "M" to u-periodType
           move bucketKey to u-periodKey
           read UsageTrend key is UsageKey
